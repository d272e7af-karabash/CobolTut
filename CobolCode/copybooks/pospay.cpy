000100******************************************************************
000200*                                                                *
000300*    POSPAY.CPY                                                  *
000400*                                                                *
000500*    POSITIVE-PAY FILE LAYOUTS, IN THE SAME STYLE AS THE         *
000600*    BANKXMIT DEPOSIT FILE.  PPEXTR WRITES THE POSPAY ISSUE      *
000700*    FILE THE BANK CHECKS EVERY PRESENTED CHECK AGAINST - ONE    *
000800*    "H" HEADER CARRYING THE RUN DATE, ONE "I" RECORD PER CHECK  *
000900*    ISSUED AND ONE "V" RECORD PER CHECK VOIDED (NUMBER, ISSUE   *
001000*    DATE, AMOUNT, PAYEE), AND ONE "T" TRAILER CARRYING THE      *
001100*    ISSUE AND VOID COUNTS AND TOTALS SO THE BANK CAN REJECT A   *
001200*    SHORT FILE.  THE BANK SENDS BACK A PAIDITEM FILE OF "P"     *
001300*    PAID-ITEM RECORDS - CHECK NUMBER, DATE PAID, AMOUNT PAID -  *
001400*    READ BY PPCLEAR.  ALL RECORDS ARE 60 BYTES.                 *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    15OCT26    JEH   ORIGINAL COPYBOOK - POSITIVE PAY           *
001900*                                                                *
002000******************************************************************
002100 01  PP-HEADER-RECORD.
002200     05  PP-HDR-TYPE                 PIC X(01).
002300     05  PP-HDR-RUN-DATE             PIC 9(08).
002400     05  FILLER                      PIC X(51) VALUE SPACES.
002500 01  PP-ISSUE-RECORD.
002600     05  PP-ISS-TYPE                 PIC X(01).
002700         88  PP-ISS-ISSUED           VALUE "I".
002800         88  PP-ISS-VOIDED           VALUE "V".
002900     05  PP-ISS-CHECK-NUMBER         PIC 9(06).
003000     05  PP-ISS-ISSUE-DATE           PIC 9(08).
003100     05  PP-ISS-AMOUNT               PIC 9(07)V9(02).
003200     05  PP-ISS-PAYEE                PIC X(20).
003300     05  PP-ISS-VOID-DATE            PIC 9(08).
003400     05  FILLER                      PIC X(08) VALUE SPACES.
003500 01  PP-TRAILER-RECORD.
003600     05  PP-TRL-TYPE                 PIC X(01).
003700     05  PP-TRL-ISSUE-COUNT          PIC 9(05).
003800     05  PP-TRL-ISSUE-TOTAL          PIC 9(09)V9(02).
003900     05  PP-TRL-VOID-COUNT           PIC 9(05).
004000     05  PP-TRL-VOID-TOTAL           PIC 9(09)V9(02).
004100     05  FILLER                      PIC X(27) VALUE SPACES.
004200 01  PP-PAID-RECORD.
004300     05  PP-PAID-TYPE                PIC X(01).
004400     05  PP-PAID-CHECK-NUMBER        PIC 9(06).
004500     05  PP-PAID-DATE                PIC 9(08).
004600     05  PP-PAID-AMOUNT              PIC 9(07)V9(02).
004700     05  FILLER                      PIC X(36) VALUE SPACES.
