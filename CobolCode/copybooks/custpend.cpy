000100******************************************************************
000200*                                                                *
000300*    CUSTPEND.CPY                                                *
000400*                                                                *
000500*    CUSTOMER CHANGES HELD FOR SUPERVISOR APPROVAL, KEYED ON     *
000600*    THE REQUEST DATE AND TIME PLUS THE CUSTOMER IDENT.          *
000700*    CUSTHOLD WRITES ONE RECORD FOR EVERY HIGH-RISK CHANGE THAT  *
000800*    MAY NOT TAKE EFFECT ON ONE OPERATOR'S SAY-SO:               *
000900*                                                                *
001000*      "D" - A CUSTOMER DELETE (CUSTDELT CALLED WITHOUT AN       *
001100*            APPROVER, INCLUDING CUSTBTCH DELETES FROM A BATCH   *
001200*            OVER ITS DELETE THRESHOLD).  NAME, DATE OF BIRTH    *
001300*            AND PN-OLD-SSN ARE THE RECORD AS IT STOOD.          *
001400*      "S" - AN SSN CHANGE THROUGH CUSTLOAD'S CHANGE PATH.       *
001500*            NAME, DATE OF BIRTH AND PN-NEW-SSN ARE THE VALUES   *
001600*            KEYED; PN-OLD-SSN IS THE SSN ON FILE AT THE TIME.   *
001700*                                                                *
001800*    CUSTAPRV SETS THE STATUS WHEN A SUPERVISOR - NEVER THE      *
001900*    REQUESTER - DECIDES THE ITEM, AND PENDAGE LISTS THE ITEMS   *
002000*    STILL PENDING TOO LONG EVERY NIGHT.  DECIDED ITEMS STAY ON  *
002100*    FILE AS THE RECORD OF WHO ASKED AND WHO AGREED.             *
002200*                                                                *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    15OCT26    JEH   ORIGINAL COPYBOOK - APPROVAL QUEUE         *
002600*                                                                *
002700******************************************************************
002800 01  PN-PENDING-RECORD.
002900     05  PN-REQUEST-KEY.
003000         10  PN-REQ-DATE             PIC 9(08).
003100         10  PN-REQ-TIME             PIC 9(08).
003200         10  PN-IDENT                PIC 9(06).
003300     05  PN-REQUEST-TYPE             PIC X(01).
003400         88  PN-TYPE-DELETE          VALUE "D".
003500         88  PN-TYPE-SSN-CHANGE      VALUE "S".
003600     05  PN-REQUESTED-BY             PIC X(08).
003700     05  PN-CUST-NAME                PIC X(20).
003800     05  PN-DATE-OF-BIRTH.
003900         10  PN-MOB                  PIC 9(02).
004000         10  PN-DOB                  PIC 9(02).
004100         10  PN-YOB                  PIC 9(04).
004200     05  PN-OLD-SSN.
004300         10  PN-OLD-SSN-AREA         PIC 9(03).
004400         10  PN-OLD-SSN-GROUP        PIC 9(02).
004500         10  PN-OLD-SSN-SERIAL       PIC 9(02).
004600     05  PN-NEW-SSN.
004700         10  PN-NEW-SSN-AREA         PIC 9(03).
004800         10  PN-NEW-SSN-GROUP        PIC 9(02).
004900         10  PN-NEW-SSN-SERIAL       PIC 9(02).
005000     05  PN-STATUS                   PIC X(01).
005100         88  PN-PENDING              VALUE "P".
005200         88  PN-APPROVED             VALUE "A".
005300         88  PN-REJECTED             VALUE "R".
005400         88  PN-NOT-APPLIED          VALUE "X".
005500     05  PN-DECIDED-BY               PIC X(08).
005600     05  PN-DECIDED-DATE             PIC 9(08).
005700     05  PN-DECIDED-TIME             PIC 9(08).
