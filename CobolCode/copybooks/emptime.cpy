001280*                     SPLIT POST BY THIS CODE (BLANK FALLS       *
001290*                     BACK TO THE EMPLOYEE MASTER'S EM-DEPT).    *
001292*                     RECORD GROWS FROM 40 TO 44 BYTES.          *
001293*    15OCT26    JEH   ADDED ET-LEAVE-TAKEN - VACATION AND SICK   *
001294*                     HOURS TAKEN THIS PERIOD, KEPT APART FROM   *
001295*                     HOURS WORKED.  LEAVE IS PAID AT STRAIGHT   *
001296*                     TIME AND CHARGED TO THE LEAVEBAL BALANCE.  *
001297*                     RECORD GROWS FROM 44 TO 54 BYTES.          *
001300*                                                                *
001400******************************************************************
001500 01  ET-EMP-TIME-RECORD.
002200         10  ET-SSN-GROUP            PIC 9(02).
002300         10  ET-SSN-SERIAL           PIC 9(02).
002400     05  ET-DEPT                     PIC X(04).
002500     05  ET-LEAVE-TAKEN.
002600         10  ET-VAC-HOURS            PIC 9(03)V9(02).
002700         10  ET-SICK-HOURS           PIC 9(03)V9(02).
