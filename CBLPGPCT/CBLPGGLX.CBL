      *    SUMMARY (GLCLOSE.PRT), AND WRITES THE JOURNAL EXTRACT
      *    (GLJOURNAL.DAT) FOR THE GENERAL LEDGER PICKUP.
      *
      *    THE PERIOD'S PURCHASE PRICE VARIANCE AND INVENTORY
      *    REVALUATION (PRICEVAR.DAT, WRITTEN BY CBLPGPOM AND
      *    CBLPGINV) ARE CLOSED IN THE SAME RUN.  EACH NON-ZERO TOTAL
      *    IS PRINTED AND WRITTEN AS ITS OWN JOURNAL LINE WITH A
      *    BLANK PLANT, THE AMOUNT IN THE TOTAL COST FIELD, AND ONE
      *    OF THESE CODES IN THE DEPARTMENT FIELD -
      *        PPVF - RECEIPT PRICE VARIANCE, FAVORABLE
      *        PPVU - RECEIPT PRICE VARIANCE, UNFAVORABLE
      *        RVLI - REVALUATION OF ON-HAND STOCK, INCREASE
      *        RVLD - REVALUATION OF ON-HAND STOCK, DECREASE
      *
      *    THE CLOSE PERIOD IS THE PARM AS-OF YEAR/MONTH WHEN ONE IS
      *    SET, OTHERWISE THE CURRENT YEAR/MONTH.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCST-STATUS.

           SELECT PRICE-VAR-DATA
               ASSIGN TO "PRICEVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT JOURNAL-DATA
               ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  DC-SHT-COST              PIC 9(9)V99.
           05  DC-TOT-COST              PIC 9(9)V99.

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

       FD  JOURNAL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-DCST-STATUS      PIC XX          VALUE SPACES.
           05  WS-PPV-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-DCST-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-DCST                    VALUE 'N'.
           05  MORE-PPV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PPV                     VALUE 'N'.
           05  ACC-FOUND-SW        PIC X           VALUE 'N'.
               88  ACC-FOUND                       VALUE 'Y'.
           05  SUB1                PIC 999         VALUE ZEROS.
           05  WK-READ-CTR         PIC 9(7)        VALUE ZEROS.
           05  WK-SELECT-CTR       PIC 9(7)        VALUE ZEROS.
           05  WK-JRNL-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-PPV-READ-CTR     PIC 9(7)        VALUE ZEROS.
           05  WK-PPV-SELECT-CTR   PIC 9(7)        VALUE ZEROS.
           05  WK-PPV-FAV          PIC 9(11)V99    VALUE ZEROS.
           05  WK-PPV-UNF          PIC 9(11)V99    VALUE ZEROS.
           05  WK-RVL-INC          PIC 9(11)V99    VALUE ZEROS.
           05  WK-RVL-DEC          PIC 9(11)V99    VALUE ZEROS.
           05  WK-VAR-AMT          PIC 9(11)V99    VALUE ZEROS.
           05  WK-ACC-HOLD         PIC X(33)       VALUE SPACES.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

           05  FILLER              PIC X(5)    VALUE SPACES.
           05  GT-TOT              PIC Z(11)9.99.

       01  VAR-TITLE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(41)   VALUE
                   'PURCHASE PRICE VARIANCE AND REVALUATION'.

       01  VAR-D1.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  VL-CODE             PIC X(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  VL-DESC             PIC X(40).
           05  VL-AMT              PIC Z(11)9.99.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                                   '   JOURNAL:'.
           05  SM-JRNL             PIC ZZZ,ZZ9.

       01  VAR-SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
                                   'VARIANCE RECS READ:'.
           05  VS-READ             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  SELECTED:'.
           05  VS-SELECT           PIC ZZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-DCST.
           PERFORM L2-REPORT THRU L2-REPORT-EXIT.
           PERFORM L2-PRICE-VAR THRU L2-PRICE-VAR-EXIT.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       L3-PLANT-TOTAL-EXIT.
           EXIT.

       L2-PRICE-VAR.
           OPEN INPUT PRICE-VAR-DATA.
           IF WS-PPV-STATUS = '35'
               DISPLAY 'CBLPGGLX - PRICEVAR.DAT NOT FOUND - '
                   'NO PRICE VARIANCE TO CLOSE'
               MOVE 'N' TO MORE-PPV-RECS
           ELSE
               PERFORM L3-READ-PRICE-VAR THRU L3-READ-PRICE-VAR-EXIT
                   UNTIL NO-MORE-PPV
               CLOSE PRICE-VAR-DATA
           END-IF.
           IF WK-LINE-CTR >= 46
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM VAR-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WK-LINE-CTR.
           MOVE 'PPVF' TO VL-CODE.
           MOVE 'RECEIPT PRICE VARIANCE - FAVORABLE' TO VL-DESC.
           MOVE WK-PPV-FAV TO WK-VAR-AMT.
           PERFORM L3-VAR-LINE THRU L3-VAR-LINE-EXIT.
           MOVE 'PPVU' TO VL-CODE.
           MOVE 'RECEIPT PRICE VARIANCE - UNFAVORABLE' TO VL-DESC.
           MOVE WK-PPV-UNF TO WK-VAR-AMT.
           PERFORM L3-VAR-LINE THRU L3-VAR-LINE-EXIT.
           MOVE 'RVLI' TO VL-CODE.
           MOVE 'REVALUATION OF ON-HAND - INCREASE' TO VL-DESC.
           MOVE WK-RVL-INC TO WK-VAR-AMT.
           PERFORM L3-VAR-LINE THRU L3-VAR-LINE-EXIT.
           MOVE 'RVLD' TO VL-CODE.
           MOVE 'REVALUATION OF ON-HAND - DECREASE' TO VL-DESC.
           MOVE WK-RVL-DEC TO WK-VAR-AMT.
           PERFORM L3-VAR-LINE THRU L3-VAR-LINE-EXIT.
       L2-PRICE-VAR-EXIT.
           EXIT.

       L3-READ-PRICE-VAR.
           READ PRICE-VAR-DATA
               AT END
                   MOVE 'N' TO MORE-PPV-RECS
               NOT AT END
                   ADD 1 TO WK-PPV-READ-CTR
                   IF PP-DATE(1:6) = WK-PERIOD
                       ADD 1 TO WK-PPV-SELECT-CTR
                       EVALUATE PP-INV-VAR-DIR
                           WHEN 'F'
                               ADD PP-INV-VAR TO WK-PPV-FAV
                           WHEN 'U'
                               ADD PP-INV-VAR TO WK-PPV-UNF
                           WHEN 'I'
                               ADD PP-INV-VAR TO WK-RVL-INC
                           WHEN 'D'
                               ADD PP-INV-VAR TO WK-RVL-DEC
                       END-EVALUATE
                   END-IF
           END-READ.
       L3-READ-PRICE-VAR-EXIT.
           EXIT.

       L3-VAR-LINE.
           MOVE WK-VAR-AMT TO VL-AMT.
           WRITE PRTLINE FROM VAR-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           IF WK-VAR-AMT > ZEROS
               MOVE WK-PERIOD TO JR-PERIOD
               MOVE SPACES TO JR-PLANT
               MOVE VL-CODE TO JR-DEPT
               MOVE ZEROS TO JR-SHT-COST
               MOVE WK-VAR-AMT TO JR-TOT-COST
               WRITE JOURNAL-REC
               ADD 1 TO WK-JRNL-CTR
           END-IF.
       L3-VAR-LINE-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-LINE-CTR >= 51
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-READ-CTR TO SM-READ.
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WK-PPV-READ-CTR TO VS-READ.
           MOVE WK-PPV-SELECT-CTR TO VS-SELECT.
           WRITE PRTLINE FROM VAR-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-DCST-STATUS NOT = '35'
               CLOSE DEPT-COST-DATA
           END-IF.
