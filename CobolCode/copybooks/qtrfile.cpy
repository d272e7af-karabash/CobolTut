001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    01SEP26    JEH   ORIGINAL COPYBOOK - QUARTERLY TAX FILING   *
001320*    15OCT26    JEH   ADDED QF-QTR-ER-TAX, THE EMPLOYER'S OWN    *
001340*                     PAYROLL TAX FOR THE QUARTER - RECORD NOW   *
001360*                     59 BYTES                                   *
001400*                                                                *
001500******************************************************************
001600 01  QF-FILING-RECORD.
002000     05  QF-EMP-NAME                 PIC X(20).
002100     05  QF-QTR-GROSS                PIC 9(07)V9(02).
002200     05  QF-QTR-WITHHOLDING          PIC 9(07)V9(02).
002250     05  QF-QTR-ER-TAX               PIC 9(07)V9(02).
002300     05  FILLER                      PIC X(04) VALUE SPACES.
