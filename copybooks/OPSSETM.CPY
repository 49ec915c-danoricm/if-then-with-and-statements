000100*****************************************************
000200*  OPSSETM.CPY                                      *
000300*  SYMBOLIC MAP FOR THE OPSSCRN MAP IN MAPSET       *
000400*  OPSSET (SEE OPSSCR.BMS) - KEPT AS A HAND-HELD    *
000500*  COPY OF THE BMS-GENERATED DSECT SO THE PROGRAM   *
000600*  SOURCE IS SELF-CONTAINED - REGENERATE WHENEVER   *
000700*  THE MAPSET CHANGES. TIOAPFX=YES GIVES THE        *
000800*  12-BYTE PREFIX; EACH FIELD CARRIES THE USUAL     *
000900*  LENGTH, FLAG/ATTRIBUTE AND DATA SUBFIELDS.       *
001000*  USED BY: OPSSCRN                                 *
001100*****************************************************
001200 01  OPSSCRNI.
001300     05  FILLER              PIC X(12).
001400     05  FSTATL              PIC S9(04) COMP.
001500     05  FSTATF              PIC X(01).
001600     05  FSTATI              PIC X(01).
001700     05  FSEVL               PIC S9(04) COMP.
001800     05  FSEVF               PIC X(01).
001900     05  FSEVI               PIC X(01).
002000     05  FPGML               PIC S9(04) COMP.
002100     05  FPGMF               PIC X(01).
002200     05  FPGMI               PIC X(10).
002300     05  FFEEDL              PIC S9(04) COMP.
002400     05  FFEEDF              PIC X(01).
002500     05  FFEEDI              PIC X(08).
002600     05  FDATEL              PIC S9(04) COMP.
002700     05  FDATEF              PIC X(01).
002800     05  FDATEI              PIC X(08).
002900     05  L01L                PIC S9(04) COMP.
003000     05  L01F                PIC X(01).
003100     05  L01I                PIC X(70).
003200     05  L02L                PIC S9(04) COMP.
003300     05  L02F                PIC X(01).
003400     05  L02I                PIC X(70).
003500     05  L03L                PIC S9(04) COMP.
003600     05  L03F                PIC X(01).
003700     05  L03I                PIC X(70).
003800     05  L04L                PIC S9(04) COMP.
003900     05  L04F                PIC X(01).
004000     05  L04I                PIC X(70).
004100     05  L05L                PIC S9(04) COMP.
004200     05  L05F                PIC X(01).
004300     05  L05I                PIC X(70).
004400     05  L06L                PIC S9(04) COMP.
004500     05  L06F                PIC X(01).
004600     05  L06I                PIC X(70).
004700     05  L07L                PIC S9(04) COMP.
004800     05  L07F                PIC X(01).
004900     05  L07I                PIC X(70).
005000     05  L08L                PIC S9(04) COMP.
005100     05  L08F                PIC X(01).
005200     05  L08I                PIC X(70).
005300     05  L09L                PIC S9(04) COMP.
005400     05  L09F                PIC X(01).
005500     05  L09I                PIC X(70).
005600     05  L10L                PIC S9(04) COMP.
005700     05  L10F                PIC X(01).
005800     05  L10I                PIC X(70).
005900     05  SLINEL              PIC S9(04) COMP.
006000     05  SLINEF              PIC X(01).
006100     05  SLINEI              PIC X(02).
006200     05  DTL1L               PIC S9(04) COMP.
006300     05  DTL1F               PIC X(01).
006400     05  DTL1I               PIC X(70).
006500     05  DTL2L               PIC S9(04) COMP.
006600     05  DTL2F               PIC X(01).
006700     05  DTL2I               PIC X(70).
006800     05  DTL3L               PIC S9(04) COMP.
006900     05  DTL3F               PIC X(01).
007000     05  DTL3I               PIC X(70).
007100     05  MSGL                PIC S9(04) COMP.
007200     05  MSGF                PIC X(01).
007300     05  MSGI                PIC X(70).
007400 01  OPSSCRNO REDEFINES OPSSCRNI.
007500     05  FILLER              PIC X(12).
007600     05  FILLER              PIC X(02).
007700     05  FSTATA              PIC X(01).
007800     05  FSTATO              PIC X(01).
007900     05  FILLER              PIC X(02).
008000     05  FSEVA               PIC X(01).
008100     05  FSEVO               PIC X(01).
008200     05  FILLER              PIC X(02).
008300     05  FPGMA               PIC X(01).
008400     05  FPGMO               PIC X(10).
008500     05  FILLER              PIC X(02).
008600     05  FFEEDA              PIC X(01).
008700     05  FFEEDO              PIC X(08).
008800     05  FILLER              PIC X(02).
008900     05  FDATEA              PIC X(01).
009000     05  FDATEO              PIC X(08).
009100     05  FILLER              PIC X(02).
009200     05  L01A                PIC X(01).
009300     05  L01O                PIC X(70).
009400     05  FILLER              PIC X(02).
009500     05  L02A                PIC X(01).
009600     05  L02O                PIC X(70).
009700     05  FILLER              PIC X(02).
009800     05  L03A                PIC X(01).
009900     05  L03O                PIC X(70).
010000     05  FILLER              PIC X(02).
010100     05  L04A                PIC X(01).
010200     05  L04O                PIC X(70).
010300     05  FILLER              PIC X(02).
010400     05  L05A                PIC X(01).
010500     05  L05O                PIC X(70).
010600     05  FILLER              PIC X(02).
010700     05  L06A                PIC X(01).
010800     05  L06O                PIC X(70).
010900     05  FILLER              PIC X(02).
011000     05  L07A                PIC X(01).
011100     05  L07O                PIC X(70).
011200     05  FILLER              PIC X(02).
011300     05  L08A                PIC X(01).
011400     05  L08O                PIC X(70).
011500     05  FILLER              PIC X(02).
011600     05  L09A                PIC X(01).
011700     05  L09O                PIC X(70).
011800     05  FILLER              PIC X(02).
011900     05  L10A                PIC X(01).
012000     05  L10O                PIC X(70).
012100     05  FILLER              PIC X(02).
012200     05  SLINEA              PIC X(01).
012300     05  SLINEO              PIC X(02).
012400     05  FILLER              PIC X(02).
012500     05  DTL1A               PIC X(01).
012600     05  DTL1O               PIC X(70).
012700     05  FILLER              PIC X(02).
012800     05  DTL2A               PIC X(01).
012900     05  DTL2O               PIC X(70).
013000     05  FILLER              PIC X(02).
013100     05  DTL3A               PIC X(01).
013200     05  DTL3O               PIC X(70).
013300     05  FILLER              PIC X(02).
013400     05  MSGA                PIC X(01).
013500     05  MSGO                PIC X(70).
