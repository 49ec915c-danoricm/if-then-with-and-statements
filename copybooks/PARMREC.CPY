001040*  VERSION WHOSE EFFECTIVE DATE IS THE LATEST ONE ON  *
001050*  OR BEFORE THE RUN DATE.                            *
001100*  USED BY: IFANDTHEN, RULEMAINT, TRANEDIT,           *
001110*           RULESIM, RULESCRN, RETROCOR, RULECOMP     *
001200*****************************************************
001300 01  PR-PARM-RECORD.
001400     05  PR-RULE-CODE            PIC X(04).
