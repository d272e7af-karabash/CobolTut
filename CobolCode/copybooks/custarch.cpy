002020*                     CM-IDENT.  RECORD GROWS FROM 141 TO 144 -  *
002030*                     AN ARCHIVE WRITTEN BEFORE THE WIDENING IS  *
002040*                     CONVERTED BY CUSTCONV'S CUSTARCH PASS.     *
002045*    15OCT26    JEH   AR-ARCH-TYPE, AR-MERGED-INTO-IDENT AND     *
002050*                     AR-MERGE-REASON ADDED FOR CUSTMRGE - AN    *
002055*                     IDENT FOLDED INTO ANOTHER IS ARCHIVED WITH *
002060*                     THE SURVIVING IDENT AND THE SUPERVISOR'S   *
002065*                     REASON.  RECORD GROWS FROM 144 TO 181; A   *
002070*                     144-BYTE LINE READS BACK WITH A BLANK TYPE,*
002075*                     WHICH IS A PLAIN DELETE.                   *
002100*                                                                *
002200******************************************************************
002300 01  AR-ARCHIVE-RECORD.
004400     05  AR-STATE                    PIC X(02).
004500     05  AR-POSTAL-CODE              PIC X(10).
004600     05  AR-PHONE                    PIC X(10).
004700     05  AR-ARCH-TYPE                PIC X(01).
004800         88  AR-TYPE-DELETED         VALUE "D" " ".
004900         88  AR-TYPE-MERGED          VALUE "M".
005000     05  AR-MERGED-INTO-IDENT        PIC 9(06).
005100     05  AR-MERGE-REASON             PIC X(30).
