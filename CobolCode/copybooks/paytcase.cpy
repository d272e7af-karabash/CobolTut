001220*                     BRACKET THE CASE EXPECTS ITS GROSS TO      *
001230*                     LAND IN, SO A TABLE MISTAKE IS CAUGHT      *
001240*                     BEFORE A LIVE RUN                          *
001250*    15OCT26    JEH   ADDED PT-CALC-MODE - "F" MAKES THE CASE A  *
001260*                     FLAT-GROSS (OFF-CYCLE) CASE, PT-EXP-GROSS  *
001270*                     BEING BOTH THE INPUT AND THE ANSWER        *
001274*    15OCT26    JEH   ADDED THE CASE'S TAX PROFILE - FILING      *
001278*                     STATUS, ALLOWANCES, ADDITIONAL             *
001282*                     WITHHOLDING, EXEMPT FLAG AND EXPIRY - SO   *
001286*                     A STATUS CHANGE IS TESTED BEFORE IT GOES   *
001290*                     LIVE.  A BLANK STATUS (EVERY OLDER CASE)   *
001294*                     IS SINGLE, NO ALLOWANCES, NOT EXEMPT       *
001300*                                                                *
001400******************************************************************
001500 01  PT-TEST-CASE.
002000     05  PT-EXP-WITHHOLDING          PIC 9(05)V9(02).
002100     05  PT-EXP-NET                  PIC 9(05)V9(02).
002200     05  PT-EXP-BRACKET              PIC 9(02).
002300     05  PT-CALC-MODE                PIC X(01).
002400         88  PT-FLAT-GROSS-CASE      VALUE "F".
002500     05  PT-FILING-STATUS            PIC X(01).
002600         88  PT-NO-PROFILE           VALUE SPACE.
002700     05  PT-ALLOWANCES               PIC 9(02).
002800     05  PT-ADDL-WITHHOLDING         PIC 9(05)V9(02).
002900     05  PT-EXEMPT-SW                PIC X(01).
003000     05  PT-EXEMPT-EXPIRY            PIC 9(08).
