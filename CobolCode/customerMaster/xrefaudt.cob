002400*    AFTER THE REPORT THE OPERATOR IS ASKED WHETHER TO REBUILD   *
002500*    CUSTXREF CLEAN FROM CUSTOMER-MASTER - THE FILE IS           *
002600*    REWRITTEN WITH EXACTLY ONE RECORD PER MASTER CM-SSN.        *
002620*    A RETIRED SSN THAT CUSTMRGE RE-POINTED AT THE SURVIVING     *
002640*    IDENT IS NOT AN ORPHAN - THE MERGES ON CUSTARCH ARE LOADED  *
002660*    FIRST, AND A REBUILD PUTS THOSE XREFS BACK AFTER THE        *
002680*    MASTERS' OWN.                                               *
002700*                                                                *
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    22AUG26    JEH   ORIGINAL PROGRAM - XREF AUDIT AND REBUILD  *
003020*    15OCT26    JEH   MERGED-SSN XREFS FROM CUSTMRGE ARE         *
003040*                     RECOGNISED FROM CUSTARCH AND SURVIVE A     *
003060*                     REBUILD INSTEAD OF BEING REPORTED AS       *
003080*                     ORPHANS AND DROPPED                        *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS XR-SSN
004400         FILE STATUS IS WS-CUSTXREF-STATUS.
004420     SELECT CUSTARCH ASSIGN TO "CUSTARCH"
004440         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS WS-CUSTARCH-STATUS.
004500     SELECT SSN-SORT ASSIGN TO "XREFWK01".
004600     SELECT XREFRPT ASSIGN TO "XREFRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
005200 COPY "custrec.cpy".
005300 FD  CUSTXREF.
005400 COPY "custxref.cpy".
005420 FD  CUSTARCH
005440     RECORD CONTAINS 181 CHARACTERS.
005460 01  CUSTARCH-LINE                   PIC X(181).
005500 SD  SSN-SORT.
005600 01  SS-SORT-RECORD.
005700     05  SS-SORT-SSN                 PIC 9(07).
006000     RECORD CONTAINS 70 CHARACTERS.
006100 01  XREFRPT-LINE                    PIC X(70).
006200 WORKING-STORAGE SECTION.
006250 COPY "custarch.cpy".
006300 77  WS-CUSTMAST-STATUS              PIC X(02).
006400 77  WS-CUSTXREF-STATUS              PIC X(02).
006500 77  WS-XREFRPT-STATUS               PIC X(02).
006510 77  WS-CUSTARCH-STATUS              PIC X(02).
006520 77  WS-ARCH-EOF-SW                  PIC X(01) VALUE "N".
006530     88  WS-ARCH-END-OF-FILE         VALUE "Y".
006540 77  WS-MERGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
006550 77  WS-MERGE-IDX                    PIC 9(04) COMP VALUE ZERO.
006560 77  WS-MERGE-FOUND-SW               PIC X(01) VALUE "N".
006570     88  WS-MERGE-FOUND              VALUE "Y".
006580 77  WS-MERGED-XREF-COUNT            PIC 9(05) VALUE ZERO.
006600 77  WS-XREF-EOF-SW                  PIC X(01) VALUE "N".
006700     88  WS-XREF-END-OF-FILE         VALUE "Y".
006800 77  WS-MAST-EOF-SW                  PIC X(01) VALUE "N".
007900 77  WS-PREV-IDENT                   PIC 9(06) VALUE ZERO.
008000 77  WS-FIRST-SORTED-SW              PIC X(01) VALUE "Y".
008100     88  WS-FIRST-SORTED             VALUE "Y".
008120 01  WS-MERGE-TABLE.
008140     05  WS-MERGE-ENTRY OCCURS 2000 TIMES.
008160         10  WS-MRG-SSN              PIC 9(07).
008180         10  WS-MRG-IDENT            PIC 9(06).
008200 01  WS-SECTION-LINE.
008300     05  WS-SEC-TITLE                PIC X(40).
008400 01  WS-ORPHAN-LINE.
011900         STOP RUN
012000     END-IF.
012100     OPEN INPUT CUSTXREF.
012150     PERFORM 0500-LOAD-MERGES THRU 0500-EXIT.
012200     PERFORM 1000-AUDIT-ORPHANS THRU 1000-EXIT.
012300     PERFORM 2000-AUDIT-MISSING THRU 2000-EXIT.
012400     PERFORM 3000-AUDIT-DUPLICATES THRU 3000-EXIT.
012800     CLOSE XREFRPT.
012900     STOP RUN.
013000*
013001 0500-LOAD-MERGES.
013002     OPEN INPUT CUSTARCH.
013003     IF WS-CUSTARCH-STATUS = "35"
013004         GO TO 0500-EXIT
013005     END-IF.
013006     PERFORM 0600-READ-ARCHIVE THRU 0600-EXIT.
013007     PERFORM 0700-LOAD-ONE-MERGE THRU 0700-EXIT
013008         UNTIL WS-ARCH-END-OF-FILE.
013009     CLOSE CUSTARCH.
013010 0500-EXIT.
013011     EXIT.
013012*
013013 0600-READ-ARCHIVE.
013014     READ CUSTARCH INTO AR-ARCHIVE-RECORD
013015         AT END
013016             SET WS-ARCH-END-OF-FILE TO TRUE
013017     END-READ.
013018 0600-EXIT.
013019     EXIT.
013020*
013021 0700-LOAD-ONE-MERGE.
013022     IF AR-TYPE-MERGED
013023         IF WS-MERGE-COUNT < 2000
013024             ADD 1 TO WS-MERGE-COUNT
013025             MOVE AR-SSN TO WS-MRG-SSN (WS-MERGE-COUNT)
013026             MOVE AR-MERGED-INTO-IDENT
013027                 TO WS-MRG-IDENT (WS-MERGE-COUNT)
013028         ELSE
013029             DISPLAY "XREFAUDT: MERGE TABLE FULL - SSN " AR-SSN
013030                 " WILL REPORT AS AN ORPHAN"
013031         END-IF
013032     END-IF.
013033     PERFORM 0600-READ-ARCHIVE THRU 0600-EXIT.
013034 0700-EXIT.
013035     EXIT.
013036*
013037 0800-FIND-MERGE.
013038     MOVE "N" TO WS-MERGE-FOUND-SW.
013039     MOVE 1 TO WS-MERGE-IDX.
013040     PERFORM 0900-CHECK-ONE-MERGE THRU 0900-EXIT
013041         UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
013042         OR WS-MERGE-FOUND.
013043 0800-EXIT.
013044     EXIT.
013045*
013046 0900-CHECK-ONE-MERGE.
013047     IF WS-MRG-SSN (WS-MERGE-IDX) = XR-SSN
013048         AND WS-MRG-IDENT (WS-MERGE-IDX) = XR-IDENT
013049         SET WS-MERGE-FOUND TO TRUE
013050     END-IF.
013051     ADD 1 TO WS-MERGE-IDX.
013052 0900-EXIT.
013053     EXIT.
013054*
013100 1000-AUDIT-ORPHANS.
013200     MOVE "EVERY ORPHAN CROSS-REFERENCE" TO WS-SEC-TITLE.
013300     WRITE XREFRPT-LINE FROM WS-SECTION-LINE.
016300             PERFORM 1300-WRITE-ORPHAN THRU 1300-EXIT
016400         NOT INVALID KEY
016500             IF CM-SSN NOT = XR-SSN
016520                 PERFORM 0800-FIND-MERGE THRU 0800-EXIT
016540                 IF WS-MERGE-FOUND
016560                     ADD 1 TO WS-MERGED-XREF-COUNT
016580                 ELSE
016600                     MOVE "MASTER CARRIES A DIFFERENT SSN"
016700                         TO WS-ORP-REASON
016800                     PERFORM 1300-WRITE-ORPHAN THRU 1300-EXIT
016850                 END-IF
016900             END-IF
017000     END-READ.
017100     PERFORM 1100-READ-NEXT-XREF THRU 1100-EXIT.
031000     MOVE "TOTAL DUPLICATE SSN PAIRS " TO WS-CNT-LABEL.
031100     MOVE WS-DUP-COUNT TO WS-CNT-VALUE.
031200     WRITE XREFRPT-LINE FROM WS-COUNT-LINE.
031220     MOVE "MERGED-SSN XREFS ACCEPTED " TO WS-CNT-LABEL.
031240     MOVE WS-MERGED-XREF-COUNT TO WS-CNT-VALUE.
031260     WRITE XREFRPT-LINE FROM WS-COUNT-LINE.
031300 4000-EXIT.
031400     EXIT.
031500*
033700     END-IF.
033800     PERFORM 5100-REBUILD-ONE THRU 5100-EXIT
033900         UNTIL WS-MAST-END-OF-FILE.
033920     MOVE 1 TO WS-MERGE-IDX.
033940     PERFORM 5200-REBUILD-ONE-MERGE THRU 5200-EXIT
033960         UNTIL WS-MERGE-IDX > WS-MERGE-COUNT.
034000     CLOSE CUSTXREF.
034100     MOVE "XREF RECORDS REBUILT      " TO WS-CNT-LABEL.
034200     MOVE WS-REBUILT-COUNT TO WS-CNT-VALUE.
036100     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT.
036200 5100-EXIT.
036300     EXIT.
036400*
036500*    A MERGED SSN IS PUT BACK ONLY WHILE ITS SURVIVOR IS STILL
036600*    ON FILE AND NO MASTER HAS SINCE TAKEN THE SSN AS ITS OWN.
036700 5200-REBUILD-ONE-MERGE.
036800     MOVE WS-MRG-IDENT (WS-MERGE-IDX) TO CM-IDENT.
036900     READ CUSTMAST
037000         INVALID KEY
037100             GO TO 5200-NEXT
037200     END-READ.
037300     MOVE WS-MRG-SSN (WS-MERGE-IDX)   TO XR-SSN.
037400     MOVE WS-MRG-IDENT (WS-MERGE-IDX) TO XR-IDENT.
037500     WRITE XR-XREF-RECORD
037600         INVALID KEY
037700             GO TO 5200-NEXT
037800     END-WRITE.
037900     ADD 1 TO WS-REBUILT-COUNT.
038000 5200-NEXT.
038100     ADD 1 TO WS-MERGE-IDX.
038200 5200-EXIT.
038300     EXIT.
