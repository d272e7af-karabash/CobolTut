001140*                     IN THE CLOSING DEPARTMENT-TOTALS BLOCK,    *
001150*                     SO ACCOUNTING STOPS RE-SPLITTING SALARY    *
001160*                     EXPENSE BY COST CENTER FROM PAPER          *
001170*    15OCT26    JEH   PR-DEPT-LINE ALSO CARRIES THE DEPARTMENT'S *
001180*                     EMPLOYER PAYROLL TAX ACCRUAL               *
001200*                                                                *
001300******************************************************************
001400 01  PR-DETAIL-LINE.
004800     05  PR-DEPT-WITHHOLDING         PIC Z,ZZZ,ZZ9.99.
004900     05  FILLER                      PIC X(02) VALUE SPACES.
005000     05  PR-DEPT-NET                 PIC Z,ZZZ,ZZ9.99.
005100     05  FILLER                      PIC X(02) VALUE SPACES.
005200     05  PR-DEPT-ER-TAX              PIC Z,ZZZ,ZZ9.99.
