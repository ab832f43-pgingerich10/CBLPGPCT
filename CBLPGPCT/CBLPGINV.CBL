      *                                BELOW ZERO - ELSE REJECTED)
      *        P  REORDER POINT       (SET FROM TRANS QTY)
      *        S  SAFETY STOCK        (SET FROM TRANS QTY)
      *        G  COUNT GAIN          (ADD TRANS QTY TO ON-HAND)
      *        L  COUNT LOSS          (SUBTRACT TRANS QTY, STOPPING
      *                                AT ZERO)
      *
      *    G AND L ARE THE APPROVED CYCLE COUNT ADJUSTMENTS WRITTEN
      *    BY CBLPGCCV.
      *
      *    FOR P AND S TRANSACTIONS THE BEF/AFT QTY COLUMNS OF THE
      *    AUDIT REPORT CARRY THE REORDER POINT OR SAFETY STOCK
      *    VALUE INSTEAD OF THE ON-HAND QUANTITY.
      *
      *    EVERY APPLIED TRANSACTION IS ALSO ADDED TO THE INVENTORY
      *    HISTORY FILE (INVHIST.DAT) WITH THE RUN DATE AND THE SAME
      *    BEFORE/AFTER VALUES, FOR USAGE ANALYSIS BY CBLPGABC.  THE
      *    RUN DATE ON INVHIST AND PRICEVAR RECORDS IS THE AS-OF DATE
      *    FROM CBLPGPCT.PRM WHEN ONE IS GIVEN, OTHERWISE TODAY'S DATE.
      *
      *    A C TRANSACTION THAT CHANGES THE COST OF A PART WITH STOCK
      *    ON HAND REVALUES THAT STOCK.  THE REVALUATION (ON-HAND
      *    BEFORE THE CHANGE TIMES THE COST DIFFERENCE) IS ADDED TO
      *    THE PRICE VARIANCE FILE (PRICEVAR.DAT) AS A TYPE C RECORD,
      *    DIRECTION I (INCREASE) OR D (DECREASE), FOR CBLPGPPV AND
      *    THE MONTH-END JOURNAL IN CBLPGGLX.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INV-HIST-DATA
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT PRICE-VAR-DATA
               ASSIGN TO "PRICEVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT PRTOUT
               ASSIGN TO "INVAUDIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  T-QTY               PIC 9(5).
           05  T-COST              PIC 9(4)V99.

       FD  INV-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INV-HIST-REC.

       01  INV-HIST-REC.
           05  IH-DATE             PIC 9(8).
           05  IH-CODE             PIC X.
           05  IH-PART             PIC X(5).
           05  IH-TRN-QTY          PIC 9(5).
           05  IH-TRN-COST         PIC 9(4)V99.
           05  IH-BEF-QTY          PIC 9(5).
           05  IH-BEF-COST         PIC 9(4)V99.
           05  IH-AFT-QTY          PIC 9(5).
           05  IH-AFT-COST         PIC 9(4)V99.

       FD  PRICE-VAR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PRICE-VAR-REC.

       01  PRICE-VAR-REC.
           05  PP-DATE             PIC 9(8).
           05  PP-TYPE             PIC X.
           05  PP-PART             PIC X(5).
           05  PP-VEND-NO          PIC X(5).
           05  PP-PO-NUM           PIC 9(6).
           05  PP-PO-LINE          PIC 9(3).
           05  PP-QTY              PIC 9(7).
           05  PP-PRICE            PIC 9(4)V99.
           05  PP-PO-COST          PIC 9(4)V99.
           05  PP-INV-COST         PIC 9(4)V99.
           05  PP-PO-VAR           PIC 9(9)V99.
           05  PP-PO-VAR-DIR       PIC X.
           05  PP-INV-VAR          PIC 9(9)V99.
           05  PP-INV-VAR-DIR      PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-PPV-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-TRANS-RECS     PIC X           VALUE 'Y'.
           05  WK-REJECT-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-ADD-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-DELETE-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-REVALUE-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  CURRENT-DATE.
           05  FILLER              PIC X(12)   VALUE
                                   '   DELETED:'.
           05  TL-DELETED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  REVALUED:'.
           05  TL-REVALUED         PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

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
               MOVE 8 TO WK-RETURN-CODE
           END-IF.
           OPEN INPUT TRANS-DATA.
           OPEN EXTEND INV-HIST-DATA.
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT INV-HIST-DATA
           END-IF.
           OPEN EXTEND PRICE-VAR-DATA.
           IF WS-PPV-STATUS = '35'
               OPEN OUTPUT PRICE-VAR-DATA
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           IF MORE-TRANS-RECS = 'Y'
                   PERFORM L4-TRN-REORD-PT THRU L4-TRN-REORD-PT-EXIT
               WHEN 'S'
                   PERFORM L4-TRN-SAFETY THRU L4-TRN-SAFETY-EXIT
               WHEN 'G'
                   PERFORM L4-TRN-GAIN THRU L4-TRN-GAIN-EXIT
               WHEN 'L'
                   PERFORM L4-TRN-LOSS THRU L4-TRN-LOSS-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AU-STATUS
                   PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
           MOVE WK-REJECT-CTR TO TL-REJECTED.
           MOVE WK-ADD-CTR TO TL-ADDED.
           MOVE WK-DELETE-CTR TO TL-DELETED.
           MOVE WK-REVALUE-CTR TO TL-REVALUED.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           CLOSE INVENTORY-DATA.
           CLOSE TRANS-DATA.
           CLOSE INV-HIST-DATA.
           CLOSE PRICE-VAR-DATA.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.
       L4-TRN-SAFETY-EXIT.
           EXIT.

       L4-TRN-GAIN.
           IF NOT PART-FOUND
               MOVE 'REJECTED - UNKNOWN PART' TO AU-STATUS
               PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
           ELSE
               ADD WK-TRN-QTY TO I-INV-QTY
               PERFORM L9-REWRITE-INV THRU L9-REWRITE-INV-EXIT
           END-IF.
       L4-TRN-GAIN-EXIT.
           EXIT.

       L4-TRN-LOSS.
           IF NOT PART-FOUND
               MOVE 'REJECTED - UNKNOWN PART' TO AU-STATUS
               PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
           ELSE
               IF WK-TRN-QTY > I-INV-QTY
                   MOVE ZEROS TO I-INV-QTY
               ELSE
                   SUBTRACT WK-TRN-QTY FROM I-INV-QTY
               END-IF
               PERFORM L9-REWRITE-INV THRU L9-REWRITE-INV-EXIT
           END-IF.
       L4-TRN-LOSS-EXIT.
           EXIT.

       L9-REWRITE-INV.
           REWRITE INVENTORY-RECORD
               INVALID KEY
           MOVE 'APPLIED' TO AU-STATUS.
           ADD 1 TO WK-APPLIED-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
           PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT.
           IF WK-TRN-CODE = 'C'
               AND WK-BEF-QTY > ZEROS
               AND WK-AFT-COST NOT = WK-BEF-COST
               PERFORM L9-WRITE-REVALUE THRU L9-WRITE-REVALUE-EXIT
           END-IF.
       L9-AUDIT-APPLIED-EXIT.
           EXIT.

       L9-AUDIT-LINE-EXIT.
           EXIT.

       L9-WRITE-HIST.
           MOVE WK-RUN-DATE-N TO IH-DATE.
           MOVE WK-TRN-CODE TO IH-CODE.
           MOVE WK-TRN-PART TO IH-PART.
           MOVE WK-TRN-QTY TO IH-TRN-QTY.
           MOVE WK-TRN-COST TO IH-TRN-COST.
           MOVE WK-BEF-QTY TO IH-BEF-QTY.
           MOVE WK-BEF-COST TO IH-BEF-COST.
           MOVE WK-AFT-QTY TO IH-AFT-QTY.
           MOVE WK-AFT-COST TO IH-AFT-COST.
           WRITE INV-HIST-REC.
       L9-WRITE-HIST-EXIT.
           EXIT.

       L9-WRITE-REVALUE.
           MOVE WK-RUN-DATE-N TO PP-DATE.
           MOVE 'C' TO PP-TYPE.
           MOVE WK-TRN-PART TO PP-PART.
           MOVE SPACES TO PP-VEND-NO.
           MOVE ZEROS TO PP-PO-NUM.
           MOVE ZEROS TO PP-PO-LINE.
           MOVE WK-BEF-QTY TO PP-QTY.
           MOVE WK-AFT-COST TO PP-PRICE.
           MOVE ZEROS TO PP-PO-COST.
           MOVE WK-BEF-COST TO PP-INV-COST.
           MOVE ZEROS TO PP-PO-VAR.
           MOVE SPACE TO PP-PO-VAR-DIR.
           IF WK-AFT-COST > WK-BEF-COST
               COMPUTE PP-INV-VAR =
                   (WK-AFT-COST - WK-BEF-COST) * WK-BEF-QTY
               MOVE 'I' TO PP-INV-VAR-DIR
           ELSE
               COMPUTE PP-INV-VAR =
                   (WK-BEF-COST - WK-AFT-COST) * WK-BEF-QTY
               MOVE 'D' TO PP-INV-VAR-DIR
           END-IF.
           WRITE PRICE-VAR-REC.
           ADD 1 TO WK-REVALUE-CTR.
       L9-WRITE-REVALUE-EXIT.
           EXIT.

       L9-READ-TRN.
           READ TRANS-DATA
               AT END
