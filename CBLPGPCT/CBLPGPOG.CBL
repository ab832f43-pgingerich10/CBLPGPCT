      *    ASSIGNMENT.  PO NUMBERS ARE ASSIGNED FROM THE LAST-USED
      *    NUMBER ON PONUMBER.DAT, WHICH IS REWRITTEN AT END OF RUN.
      *
      *    QUANTITY STILL DUE ON THE OPEN PURCHASE ORDER MASTER
      *    (OPENPO.DAT, ORDER QTY LESS RECEIVED QTY OF EVERY OPEN
      *    LINE) IS NETTED OUT OF EACH PART'S REQUISITION BEFORE IT
      *    IS ORDERED, SO A PART ALREADY ON ORDER IS NOT ORDERED
      *    AGAIN.  EACH PO LINE ON PURCHORD.DAT CARRIES ITS LINE
      *    NUMBER AND PO DATE FOR THE OPEN PO MASTER (CBLPGPOM).
      *    THE PO DATE IS THE AS-OF DATE FROM CBLPGPCT.PRM WHEN ONE IS
      *    GIVEN, OTHERWISE TODAY'S DATE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PON-STATUS.

           SELECT OPEN-PO-DATA
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.

           SELECT PURCH-ORD-DATA
               ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  PO-NUMBER-REC.
           05  PN-LAST-PO          PIC 9(6).

       FD  OPEN-PO-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS OPEN-PO-REC.

       01  OPEN-PO-REC.
           05  OP-PO-NUM           PIC 9(6).
           05  OP-LINE             PIC 9(3).
           05  OP-VEND-NO          PIC X(5).
           05  OP-PART             PIC X(5).
           05  OP-ORD-QTY          PIC 9(7).
           05  OP-RCV-QTY          PIC 9(7).
           05  OP-UNIT-COST        PIC 9(4)V99.
           05  OP-PO-DATE          PIC 9(8).
           05  OP-PROMISE-DATE     PIC 9(8).
           05  OP-LAST-RCV-DATE    PIC 9(8).
           05  OP-STATUS           PIC X.

       FD  PURCH-ORD-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PURCH-ORD-REC.

       01  PURCH-ORD-REC.
           05  PO-PO-NUM           PIC 9(6).
           05  PO-LINE             PIC 9(3).
           05  PO-VEND-NO          PIC X(5).
           05  PO-PART             PIC X(5).
           05  PO-QTY              PIC 9(7).
           05  PO-COST             PIC 9(9)V99.
           05  PO-DATE             PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WS-PVN-STATUS       PIC XX          VALUE SPACES.
           05  WS-PON-STATUS       PIC XX          VALUE SPACES.
           05  WS-OPN-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-REQ-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  MORE-PVN-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PVN                     VALUE 'N'.
           05  MORE-OPN-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-OPN                     VALUE 'N'.
           05  OPO-FOUND-SW        PIC X           VALUE 'N'.
               88  OPO-FOUND                       VALUE 'Y'.
           05  VEND-FOUND-SW       PIC X           VALUE 'N'.
               88  VEND-FOUND                      VALUE 'Y'.
           05  EXC-OPEN-SW         PIC X           VALUE 'N'.
           05  WK-PO-LINE-CNT      PIC 9(4)        VALUE ZEROS.
           05  WK-PO-CTR           PIC 9(5)        VALUE ZEROS.
           05  WK-EXC-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-NETTED-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-COVERED-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-DUE-QTY          PIC 9(7)        VALUE ZEROS.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.
           05  WK-POL-HOLD         PIC X(33)       VALUE SPACES.

               10  PVN-PART            PIC X(5).
               10  PVN-VEND            PIC X(5).

       01  OPEN-PO-TABLE-DATA.
           05  OPO-CNT             PIC 9(4)        VALUE ZEROS.
           05  OPO-TABLE OCCURS 2000 TIMES.
               10  OPO-PART            PIC X(5).
               10  OPO-DUE-QTY         PIC 9(7).

       01  PO-LINE-DATA.
           05  POL-CNT             PIC 9(4)        VALUE ZEROS.
           05  POL-TABLE OCCURS 2000 TIMES.
                                   '  EXCEPTIONS:'.
           05  SM-EXC-CNT          PIC ZZ,ZZ9.

       01  SUMMARY-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'NETTED BY OPEN PO:'.
           05  SM-NETTED-CNT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)   VALUE
                                   '     COVERED:'.
           05  SM-COVERED-CNT      PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-DATE TO WK-RUN-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '35'
               CONTINUE
                       IF PARM-COMPANY NOT = SPACES
                           MOVE PARM-COMPANY TO WK-COMPANY-NAME
                       END-IF
                       IF PARM-AS-OF-YEAR IS NUMERIC
                           AND PARM-AS-OF-YEAR NOT = ZEROS
                           MOVE PARM-AS-OF-YEAR TO WK-RUN-YEAR
                           MOVE PARM-AS-OF-MONTH TO WK-RUN-MONTH
                           MOVE PARM-AS-OF-DAY TO WK-RUN-DAY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           EXIT.

       L2-INIT.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
               END-READ
               CLOSE PO-NUMBER-DATA
           END-IF.
           OPEN INPUT OPEN-PO-DATA.
           IF WS-OPN-STATUS = '35'
               MOVE 'N' TO MORE-OPN-RECS
           END-IF.
           PERFORM L9-LOAD-OPEN-PO THRU L9-LOAD-OPEN-PO-EXIT
               UNTIL NO-MORE-OPN.
           IF WS-OPN-STATUS NOT = '35'
               CLOSE OPEN-PO-DATA
           END-IF.
           OPEN INPUT PURCH-REQ-DATA.
           IF WS-REQ-STATUS = '35'
               MOVE 'N' TO MORE-REQ-RECS
               AT END
                   MOVE 'N' TO MORE-REQ-RECS
               NOT AT END
                   PERFORM L3-NET-OPEN-PO THRU L3-NET-OPEN-PO-EXIT
                   IF P-REQ-QTY > ZEROS
                       PERFORM L3-ASSIGN-VENDOR THRU
                           L3-ASSIGN-VENDOR-EXIT
                   END-IF
           END-READ.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-NET-OPEN-PO.
           MOVE 'N' TO OPO-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= OPO-CNT OR OPO-FOUND
               ADD 1 TO SUB2
               IF OPO-PART(SUB2) = P-REQ-PART
                   MOVE 'Y' TO OPO-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT OPO-FOUND OR OPO-DUE-QTY(SUB2) = ZEROS
               GO TO L3-NET-OPEN-PO-EXIT
           END-IF.
           ADD 1 TO WK-NETTED-CTR.
           IF OPO-DUE-QTY(SUB2) >= P-REQ-QTY
               SUBTRACT P-REQ-QTY FROM OPO-DUE-QTY(SUB2)
               MOVE ZEROS TO P-REQ-QTY
               MOVE ZEROS TO P-REQ-COST
               ADD 1 TO WK-COVERED-CTR
           ELSE
               COMPUTE WK-DUE-QTY = P-REQ-QTY - OPO-DUE-QTY(SUB2)
               COMPUTE P-REQ-COST ROUNDED =
                   P-REQ-COST * WK-DUE-QTY / P-REQ-QTY
               MOVE WK-DUE-QTY TO P-REQ-QTY
               MOVE ZEROS TO OPO-DUE-QTY(SUB2)
           END-IF.
       L3-NET-OPEN-PO-EXIT.
           EXIT.

       L3-ASSIGN-VENDOR.
           MOVE 'N' TO VEND-FOUND-SW.
           MOVE ZEROS TO SUB2.
           ADD POL-COST(SUB1) TO WK-PO-TOTAL.
           ADD 1 TO WK-PO-LINE-CNT.
           MOVE WK-PO-NUM TO PO-PO-NUM.
           MOVE WK-PO-LINE-CNT TO PO-LINE.
           MOVE POL-VEND(SUB1) TO PO-VEND-NO.
           MOVE POL-PART(SUB1) TO PO-PART.
           MOVE POL-QTY(SUB1) TO PO-QTY.
           MOVE POL-COST(SUB1) TO PO-COST.
           MOVE WK-RUN-DATE-N TO PO-DATE.
           WRITE PURCH-ORD-REC.
       L3-PO-LINE-EXIT.
           EXIT.
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WK-NETTED-CTR TO SM-NETTED-CNT.
           MOVE WK-COVERED-CTR TO SM-COVERED-CNT.
           WRITE PRTLINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-REQ-STATUS NOT = '35'
               CLOSE PURCH-REQ-DATA
           END-IF.
       L9-LOAD-PART-VEND-EXIT.
           EXIT.

       L9-LOAD-OPEN-PO.
           READ OPEN-PO-DATA
               AT END
                   MOVE 'N' TO MORE-OPN-RECS
               NOT AT END
                   IF OP-STATUS = 'O'
                       AND OP-ORD-QTY > OP-RCV-QTY
                       PERFORM L9-POST-OPEN-PO THRU
                           L9-POST-OPEN-PO-EXIT
                   END-IF
           END-READ.
       L9-LOAD-OPEN-PO-EXIT.
           EXIT.

       L9-POST-OPEN-PO.
           MOVE 'N' TO OPO-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= OPO-CNT OR OPO-FOUND
               ADD 1 TO SUB2
               IF OPO-PART(SUB2) = OP-PART
                   MOVE 'Y' TO OPO-FOUND-SW
               END-IF
           END-PERFORM.
           IF OPO-FOUND
               COMPUTE OPO-DUE-QTY(SUB2) =
                   OPO-DUE-QTY(SUB2) + OP-ORD-QTY - OP-RCV-QTY
           ELSE
               IF OPO-CNT < 2000
                   ADD 1 TO OPO-CNT
                   MOVE OP-PART TO OPO-PART(OPO-CNT)
                   COMPUTE OPO-DUE-QTY(OPO-CNT) =
                       OP-ORD-QTY - OP-RCV-QTY
               ELSE
                   DISPLAY 'CBLPGPOG - OPEN-PO-TABLE-DATA FULL AT '
                       '2000 ROWS - PART ' OP-PART ' NOT NETTED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-OPEN-PO-EXIT.
           EXIT.

       L9-FIND-VENDOR.
           MOVE 'UNKNOWN VENDOR' TO PH-VEND-NAME.
           MOVE ZEROS TO PH-LEAD.
