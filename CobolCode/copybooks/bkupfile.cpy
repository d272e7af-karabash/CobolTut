000100******************************************************************
000200*                                                                *
000300*    BKUPFILE.CPY                                                *
000400*                                                                *
000500*    THE MASTER FILES MASTBKUP COPIES EACH NIGHT, IN THE ORDER   *
000600*    THEY ARE TAKEN, WITH WHERE EACH RECORD'S NUMERIC KEY SITS.  *
000700*    THE HASH TOTAL FOR A GENERATION IS THE SUM OF THAT KEY OVER *
000800*    EVERY RECORD COPIED - MASTBKUP TAKES IT AS THE COPY IS      *
000900*    WRITTEN AND MASTREST TAKES IT AGAIN FROM THE COPY BEFORE    *
001000*    PUTTING IT BACK, SO BOTH PROGRAMS MUST USE THIS ONE TABLE.  *
001100*                                                                *
001200*      BF-FILE-ID     MASTER FILE NAME - ALSO THE FRONT OF THE   *
001300*                     GENERATION FILE NAME (CUSTMAST.GYYYYMMDD)  *
001400*      BF-KEY-POS     POSITION OF THE HASHED KEY IN THE RECORD   *
001500*      BF-KEY-LEN     ITS LENGTH                                 *
001600*                                                                *
001700*    CUSTXREF IS KEYED ON THE SSN, BUT THE IDENT IT POINTS AT IS *
001800*    HASHED - A MIS-POINTED XREF THEN CHANGES THE TOTAL TOO.     *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    15OCT26    JEH   ORIGINAL COPYBOOK - BACKED-UP MASTER FILES *
002300*                                                                *
002400******************************************************************
002500 01  BF-FILE-TABLE-VALUES.
002600     05  FILLER                      PIC X(13) VALUE
002700         "CUSTMAST00106".
002800     05  FILLER                      PIC X(13) VALUE
002900         "CUSTXREF00806".
003000     05  FILLER                      PIC X(13) VALUE
003100         "EMPMAST 00103".
003200     05  FILLER                      PIC X(13) VALUE
003300         "PAYYTD  00103".
003400     05  FILLER                      PIC X(13) VALUE
003500         "PAYHIST 00103".
003600     05  FILLER                      PIC X(13) VALUE
003700         "CHKISSUE00106".
003800 01  BF-FILE-TABLE REDEFINES BF-FILE-TABLE-VALUES.
003900     05  BF-FILE-ENTRY               OCCURS 6 TIMES.
004000         10  BF-FILE-ID              PIC X(08).
004100         10  BF-KEY-POS              PIC 9(03).
004200         10  BF-KEY-LEN              PIC 9(02).
004300 01  BF-FILE-COUNT                   PIC 9(02) VALUE 6.
