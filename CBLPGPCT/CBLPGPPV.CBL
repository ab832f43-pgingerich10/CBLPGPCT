       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGPPV.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE MONTHLY PURCHASE PRICE
      *    VARIANCE REPORT (PRICEVAR.PRT) FROM THE PRICE VARIANCE
      *    FILE (PRICEVAR.DAT) BUILT BY CBLPGPOM AND CBLPGINV.
      *
      *    THE FIRST SECTION LISTS THE RECEIPTS BY VENDOR AND PART -
      *    QUANTITY RECEIVED, THE NET VARIANCE OF THE RECEIPT PRICE
      *    TO THE PO PRICE, AND THE FAVORABLE AND UNFAVORABLE
      *    VARIANCE OF THE RECEIPT PRICE TO THE INVENTORY COST ON
      *    FILE, WITH VENDOR AND REPORT TOTALS.  A NET IS UNFAVORABLE
      *    LESS FAVORABLE, SO A NET WITH A MINUS SIGN IS FAVORABLE.
      *
      *    THE SECOND SECTION LISTS EVERY REVALUATION OF ON-HAND
      *    STOCK FROM A COST CHANGE, WITH THE INCREASE AND DECREASE
      *    TOTALS.  THE SAME TOTALS ARE JOURNALED BY CBLPGGLX.
      *
      *    THE REPORT PERIOD IS THE PARM AS-OF YEAR/MONTH WHEN ONE IS
      *    SET, OTHERWISE THE CURRENT YEAR/MONTH.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICE-VAR-DATA
               ASSIGN TO "PRICEVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT VENDOR-DATA
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT PRTOUT
               ASSIGN TO "PRICEVAR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.

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

       FD  VENDOR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS VENDOR-RECORD.

       01  VENDOR-RECORD.
           05  V-VEND-NO           PIC X(5).
           05  V-VEND-NAME         PIC X(25).
           05  V-LEAD-DAYS         PIC 9(3).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                 PIC X(80).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-COMPANY             PIC X(45).
           05  PARM-AS-OF-YEAR          PIC 9(4).
           05  PARM-AS-OF-MONTH         PIC 99.
           05  PARM-AS-OF-DAY           PIC 99.
           05  PARM-LOW-MACHINE         PIC X(5).
           05  PARM-HIGH-MACHINE        PIC X(5).
           05  PARM-PLANT               PIC X(3).

       SD  SORT-WORK
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           05  SR-SECTION               PIC 9.
           05  SR-VEND-NO               PIC X(5).
           05  SR-PART                  PIC X(5).
           05  SR-DATE                  PIC 9(8).
           05  SR-QTY                   PIC 9(7).
           05  SR-PRICE                 PIC 9(4)V99.
           05  SR-INV-COST              PIC 9(4)V99.
           05  SR-PO-VAR                PIC 9(9)V99.
           05  SR-PO-VAR-DIR            PIC X.
           05  SR-INV-VAR               PIC 9(9)V99.
           05  SR-INV-VAR-DIR           PIC X.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-PPV-STATUS       PIC XX          VALUE SPACES.
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-PPV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PPV                     VALUE 'N'.
           05  MORE-VND-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  MORE-SORT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-SORT                    VALUE 'N'.
           05  PART-PENDING-SW     PIC X           VALUE 'N'.
               88  PART-PENDING                    VALUE 'Y'.
           05  VEND-FOUND-SW       PIC X           VALUE 'N'.
               88  VEND-FOUND                      VALUE 'Y'.
           05  WK-SECTION          PIC 9           VALUE 1.
               88  RECEIPT-SECTION                 VALUE 1.
               88  REVALUE-SECTION                 VALUE 2.
           05  SUB1                PIC 999         VALUE ZEROS.
           05  WK-PERIOD.
               10  WK-PER-YEAR         PIC 9(4).
               10  WK-PER-MONTH        PIC 99.
           05  WK-CUR-VEND         PIC X(5)        VALUE SPACES.
           05  WK-CUR-PART         PIC X(5)        VALUE SPACES.
           05  WK-PART-QTY         PIC 9(9)        VALUE ZEROS.
           05  WK-PART-PO-NET      PIC S9(9)V99    VALUE ZEROS.
           05  WK-PART-FAV         PIC 9(9)V99     VALUE ZEROS.
           05  WK-PART-UNF         PIC 9(9)V99     VALUE ZEROS.
           05  WK-VEND-QTY         PIC 9(9)        VALUE ZEROS.
           05  WK-VEND-PO-NET      PIC S9(9)V99    VALUE ZEROS.
           05  WK-VEND-FAV         PIC 9(9)V99     VALUE ZEROS.
           05  WK-VEND-UNF         PIC 9(9)V99     VALUE ZEROS.
           05  WK-TOT-QTY          PIC 9(9)        VALUE ZEROS.
           05  WK-TOT-PO-NET       PIC S9(9)V99    VALUE ZEROS.
           05  WK-TOT-FAV          PIC 9(9)V99     VALUE ZEROS.
           05  WK-TOT-UNF          PIC 9(9)V99     VALUE ZEROS.
           05  WK-REVAL-INC        PIC 9(9)V99     VALUE ZEROS.
           05  WK-REVAL-DEC        PIC 9(9)V99     VALUE ZEROS.
           05  WK-RCPT-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-REVAL-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-READ-CTR         PIC 9(7)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  VENDOR-TABLE-DATA.
           05  VND-CNT             PIC 999         VALUE ZEROS.
           05  VND-TABLE OCCURS 200 TIMES.
               10  VND-NO              PIC X(5).
               10  VND-NAME            PIC X(25).

       01  CURRENT-DATE.
           05  I-DATE.
               10  I-YEAR    PIC 9(4).
               10  I-MONTH   PIC 99.
               10  I-DAY     PIC 99.

       01  CO-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-YEAR              PIC 9(4).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  O-COMPANY           PIC X(45).
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  RPT-TITLE-LINE.
           05  FILLER              PIC X(23)   VALUE SPACES.
           05  FILLER              PIC X(31)   VALUE
                           'PURCHASE PRICE VARIANCE REPORT'.

       01  PERIOD-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'PERIOD: '.
           05  PL-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  PL-YEAR             PIC 9(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PL-SECTION          PIC X(42).

       01  RCPT-HDGS-LINE.
           05  FILLER              PIC X(7)    VALUE 'VENDOR'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(9)    VALUE ' QTY RCVD'.
           05  FILLER              PIC X(14)   VALUE
                                   '  PO PRICE VAR'.
           05  FILLER              PIC X(14)   VALUE
                                   '   FAVORABLE $'.
           05  FILLER              PIC X(14)   VALUE
                                   ' UNFAVORABLE $'.
           05  FILLER              PIC X(13)   VALUE
                                   '        NET $'.

       01  REVAL-HDGS-LINE.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(12)   VALUE 'CHANGED'.
           05  FILLER              PIC X(10)   VALUE '   ON HAND'.
           05  FILLER              PIC X(10)   VALUE '  OLD COST'.
           05  FILLER              PIC X(10)   VALUE '  NEW COST'.
           05  FILLER              PIC X(15)   VALUE
                                   '     INCREASE $'.
           05  FILLER              PIC X(15)   VALUE
                                   '     DECREASE $'.

       01  VENDOR-HDG-LINE.
           05  FILLER              PIC X(8)    VALUE 'VENDOR: '.
           05  VH-VEND-NO          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VH-VEND-NAME        PIC X(25).

       01  RCPT-D1.
           05  RD-VEND-NO          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RD-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RD-PO-NET           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X       VALUE SPACE.
           05  RD-FAV              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X       VALUE SPACE.
           05  RD-UNF              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X       VALUE SPACE.
           05  RD-NET              PIC Z,ZZZ,ZZ9.99-.

       01  REVAL-D1.
           05  VD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-DATE             PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-QTY              PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-OLD-COST         PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-NEW-COST         PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-INC              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-DEC              PIC ZZ,ZZZ,ZZ9.99.

       01  EDIT-DATE-OUT.
           05  ED-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-DAY              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-YEAR             PIC 9(4).

       01  REVAL-TOTAL-LINE.
           05  FILLER              PIC X(20)   VALUE
                                   'TOTAL REVALUATION'.
           05  RT-CNT              PIC ZZ,ZZ9.
           05  FILLER              PIC X(25)   VALUE
                                   ' CHANGES'.
           05  RT-INC              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RT-DEC              PIC ZZ,ZZZ,ZZ9.99.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  NL-TEXT             PIC X(40).

       01  SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
                                   'VARIANCE RECS READ:'.
           05  SM-READ             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  RECEIPTS:'.
           05  SM-RCPT             PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '  REVALUATIONS:'.
           05  SM-REVAL            PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGPPV.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SECTION SR-VEND-NO SR-PART SR-DATE
               INPUT PROCEDURE IS L3-SELECT THRU L3-SELECT-EXIT
               OUTPUT PROCEDURE IS L3-REPORT THRU L3-REPORT-EXIT.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-YEAR TO WK-PER-YEAR.
           MOVE I-MONTH TO WK-PER-MONTH.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '35'
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COMPANY NOT = SPACES
                           MOVE PARM-COMPANY TO WK-COMPANY-NAME
                       END-IF
                       IF PARM-AS-OF-YEAR IS NUMERIC
                           AND PARM-AS-OF-YEAR NOT = ZEROS
                           MOVE PARM-AS-OF-YEAR TO WK-PER-YEAR
                           MOVE PARM-AS-OF-MONTH TO WK-PER-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           OPEN INPUT VENDOR-DATA.
           IF WS-VND-STATUS NOT = '35'
               PERFORM L9-LOAD-VENDOR THRU L9-LOAD-VENDOR-EXIT
                   UNTIL NO-MORE-VND
               CLOSE VENDOR-DATA
           END-IF.
           OPEN INPUT PRICE-VAR-DATA.
           IF WS-PPV-STATUS = '35'
               DISPLAY 'CBLPGPPV - PRICEVAR.DAT NOT FOUND - '
                   'NO VARIANCES TO REPORT'
               MOVE 'N' TO MORE-PPV-RECS
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           OPEN OUTPUT PRTOUT.
       L2-INIT-EXIT.
           EXIT.

       L3-SELECT.
           PERFORM L4-SELECT-VARIANCE THRU L4-SELECT-VARIANCE-EXIT
               UNTIL NO-MORE-PPV.
       L3-SELECT-EXIT.
           EXIT.

       L4-SELECT-VARIANCE.
           READ PRICE-VAR-DATA
               AT END
                   MOVE 'N' TO MORE-PPV-RECS
               NOT AT END
                   ADD 1 TO WK-READ-CTR
                   IF PP-DATE(1:6) = WK-PERIOD
                       IF PP-TYPE = 'C'
                           MOVE 2 TO SR-SECTION
                       ELSE
                           MOVE 1 TO SR-SECTION
                       END-IF
                       MOVE PP-VEND-NO TO SR-VEND-NO
                       MOVE PP-PART TO SR-PART
                       MOVE PP-DATE TO SR-DATE
                       MOVE PP-QTY TO SR-QTY
                       MOVE PP-PRICE TO SR-PRICE
                       MOVE PP-INV-COST TO SR-INV-COST
                       MOVE PP-PO-VAR TO SR-PO-VAR
                       MOVE PP-PO-VAR-DIR TO SR-PO-VAR-DIR
                       MOVE PP-INV-VAR TO SR-INV-VAR
                       MOVE PP-INV-VAR-DIR TO SR-INV-VAR-DIR
                       RELEASE SORT-REC
                   END-IF
           END-READ.
       L4-SELECT-VARIANCE-EXIT.
           EXIT.

       L3-REPORT.
           MOVE 1 TO WK-SECTION.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           PERFORM L4-RETURN-VARIANCE THRU L4-RETURN-VARIANCE-EXIT
               UNTIL NO-MORE-SORT.
           IF RECEIPT-SECTION
               PERFORM L5-END-RECEIPTS THRU L5-END-RECEIPTS-EXIT
               MOVE 2 TO WK-SECTION
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           PERFORM L5-END-REVALUE THRU L5-END-REVALUE-EXIT.
       L3-REPORT-EXIT.
           EXIT.

       L4-RETURN-VARIANCE.
           RETURN SORT-WORK
               AT END
                   MOVE 'N' TO MORE-SORT-RECS
               NOT AT END
                   IF SR-SECTION NOT = WK-SECTION
                       PERFORM L5-END-RECEIPTS THRU
                           L5-END-RECEIPTS-EXIT
                       MOVE 2 TO WK-SECTION
                       PERFORM L9-HDGS THRU L9-HDGS-EXIT
                   END-IF
                   IF RECEIPT-SECTION
                       PERFORM L5-RECEIPT THRU L5-RECEIPT-EXIT
                   ELSE
                       PERFORM L5-REVALUE THRU L5-REVALUE-EXIT
                   END-IF
           END-RETURN.
       L4-RETURN-VARIANCE-EXIT.
           EXIT.

       L5-RECEIPT.
           IF PART-PENDING
               AND (SR-VEND-NO NOT = WK-CUR-VEND
                   OR SR-PART NOT = WK-CUR-PART)
               PERFORM L6-PART-LINE THRU L6-PART-LINE-EXIT
           END-IF.
           IF PART-PENDING
               AND SR-VEND-NO NOT = WK-CUR-VEND
               PERFORM L6-VENDOR-TOTAL THRU L6-VENDOR-TOTAL-EXIT
           END-IF.
           IF NOT PART-PENDING
               OR SR-VEND-NO NOT = WK-CUR-VEND
               PERFORM L6-VENDOR-HDG THRU L6-VENDOR-HDG-EXIT
           END-IF.
           MOVE 'Y' TO PART-PENDING-SW.
           MOVE SR-VEND-NO TO WK-CUR-VEND.
           MOVE SR-PART TO WK-CUR-PART.
           ADD 1 TO WK-RCPT-CTR.
           ADD SR-QTY TO WK-PART-QTY.
           IF SR-PO-VAR-DIR = 'U'
               ADD SR-PO-VAR TO WK-PART-PO-NET
           ELSE
               SUBTRACT SR-PO-VAR FROM WK-PART-PO-NET
           END-IF.
           IF SR-INV-VAR-DIR = 'U'
               ADD SR-INV-VAR TO WK-PART-UNF
           ELSE
               ADD SR-INV-VAR TO WK-PART-FAV
           END-IF.
       L5-RECEIPT-EXIT.
           EXIT.

       L6-VENDOR-HDG.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE SR-VEND-NO TO VH-VEND-NO.
           MOVE SPACES TO VH-VEND-NAME.
           MOVE 'N' TO VEND-FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= VND-CNT OR VEND-FOUND
               ADD 1 TO SUB1
               IF VND-NO(SUB1) = SR-VEND-NO
                   MOVE 'Y' TO VEND-FOUND-SW
                   MOVE VND-NAME(SUB1) TO VH-VEND-NAME
               END-IF
           END-PERFORM.
           IF NOT VEND-FOUND
               MOVE '*** NOT ON VENDOR FILE' TO VH-VEND-NAME
           END-IF.
           WRITE PRTLINE FROM VENDOR-HDG-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L6-VENDOR-HDG-EXIT.
           EXIT.

       L6-PART-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-CUR-VEND TO RD-VEND-NO.
           MOVE WK-CUR-PART TO RD-PART.
           MOVE WK-PART-QTY TO RD-QTY.
           MOVE WK-PART-PO-NET TO RD-PO-NET.
           MOVE WK-PART-FAV TO RD-FAV.
           MOVE WK-PART-UNF TO RD-UNF.
           COMPUTE RD-NET = WK-PART-UNF - WK-PART-FAV.
           WRITE PRTLINE FROM RCPT-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD WK-PART-QTY TO WK-VEND-QTY.
           ADD WK-PART-PO-NET TO WK-VEND-PO-NET.
           ADD WK-PART-FAV TO WK-VEND-FAV.
           ADD WK-PART-UNF TO WK-VEND-UNF.
           MOVE ZEROS TO WK-PART-QTY WK-PART-PO-NET
                         WK-PART-FAV WK-PART-UNF.
       L6-PART-LINE-EXIT.
           EXIT.

       L6-VENDOR-TOTAL.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE 'TOTAL' TO RD-VEND-NO.
           MOVE WK-CUR-VEND TO RD-PART.
           MOVE WK-VEND-QTY TO RD-QTY.
           MOVE WK-VEND-PO-NET TO RD-PO-NET.
           MOVE WK-VEND-FAV TO RD-FAV.
           MOVE WK-VEND-UNF TO RD-UNF.
           COMPUTE RD-NET = WK-VEND-UNF - WK-VEND-FAV.
           WRITE PRTLINE FROM RCPT-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD WK-VEND-QTY TO WK-TOT-QTY.
           ADD WK-VEND-PO-NET TO WK-TOT-PO-NET.
           ADD WK-VEND-FAV TO WK-TOT-FAV.
           ADD WK-VEND-UNF TO WK-TOT-UNF.
           MOVE ZEROS TO WK-VEND-QTY WK-VEND-PO-NET
                         WK-VEND-FAV WK-VEND-UNF.
       L6-VENDOR-TOTAL-EXIT.
           EXIT.

       L5-END-RECEIPTS.
           IF PART-PENDING
               PERFORM L6-PART-LINE THRU L6-PART-LINE-EXIT
               PERFORM L6-VENDOR-TOTAL THRU L6-VENDOR-TOTAL-EXIT
               MOVE 'N' TO PART-PENDING-SW
           END-IF.
           IF WK-RCPT-CTR = ZEROS
               MOVE 'NO RECEIPT VARIANCES FOR PERIOD' TO NL-TEXT
               PERFORM L9-NONE-LINE THRU L9-NONE-LINE-EXIT
           END-IF.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE 'ALL' TO RD-VEND-NO.
           MOVE 'VEND' TO RD-PART.
           MOVE WK-TOT-QTY TO RD-QTY.
           MOVE WK-TOT-PO-NET TO RD-PO-NET.
           MOVE WK-TOT-FAV TO RD-FAV.
           MOVE WK-TOT-UNF TO RD-UNF.
           COMPUTE RD-NET = WK-TOT-UNF - WK-TOT-FAV.
           WRITE PRTLINE FROM RCPT-D1
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L5-END-RECEIPTS-EXIT.
           EXIT.

       L5-REVALUE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE SR-PART TO VD-PART.
           MOVE SR-DATE(5:2) TO ED-MONTH.
           MOVE SR-DATE(7:2) TO ED-DAY.
           MOVE SR-DATE(1:4) TO ED-YEAR.
           MOVE EDIT-DATE-OUT TO VD-DATE.
           MOVE SR-QTY TO VD-QTY.
           MOVE SR-INV-COST TO VD-OLD-COST.
           MOVE SR-PRICE TO VD-NEW-COST.
           IF SR-INV-VAR-DIR = 'I'
               MOVE SR-INV-VAR TO VD-INC
               MOVE ZEROS TO VD-DEC
               ADD SR-INV-VAR TO WK-REVAL-INC
           ELSE
               MOVE ZEROS TO VD-INC
               MOVE SR-INV-VAR TO VD-DEC
               ADD SR-INV-VAR TO WK-REVAL-DEC
           END-IF.
           WRITE PRTLINE FROM REVAL-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD 1 TO WK-REVAL-CTR.
       L5-REVALUE-EXIT.
           EXIT.

       L5-END-REVALUE.
           IF WK-REVAL-CTR = ZEROS
               MOVE 'NO COST REVALUATIONS FOR PERIOD' TO NL-TEXT
               PERFORM L9-NONE-LINE THRU L9-NONE-LINE-EXIT
           END-IF.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-REVAL-CTR TO RT-CNT.
           MOVE WK-REVAL-INC TO RT-INC.
           MOVE WK-REVAL-DEC TO RT-DEC.
           WRITE PRTLINE FROM REVAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L5-END-REVALUE-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-READ-CTR TO SM-READ.
           MOVE WK-RCPT-CTR TO SM-RCPT.
           MOVE WK-REVAL-CTR TO SM-REVAL.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PPV-STATUS NOT = '35'
               CLOSE PRICE-VAR-DATA
           END-IF.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L9-LOAD-VENDOR.
           READ VENDOR-DATA
               AT END
                   MOVE 'N' TO MORE-VND-RECS
               NOT AT END
                   IF VND-CNT < 200
                       ADD 1 TO VND-CNT
                       MOVE V-VEND-NO TO VND-NO(VND-CNT)
                       MOVE V-VEND-NAME TO VND-NAME(VND-CNT)
                   ELSE
                       DISPLAY 'CBLPGPPV - VENDOR-TABLE-DATA FULL AT '
                           '200 ROWS - VENDOR ' V-VEND-NO ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-VENDOR-EXIT.
           EXIT.

       L9-NONE-LINE.
           WRITE PRTLINE FROM NONE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-NONE-LINE-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE WK-PER-MONTH TO PL-MONTH.
           MOVE WK-PER-YEAR TO PL-YEAR.
           IF RECEIPT-SECTION
               MOVE 'RECEIPT PRICE VARIANCE BY VENDOR AND PART'
                   TO PL-SECTION
           ELSE
               MOVE 'REVALUATION OF ON-HAND FROM COST CHANGES'
                   TO PL-SECTION
           END-IF.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           IF RECEIPT-SECTION
               WRITE PRTLINE FROM RCPT-HDGS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM REVAL-HDGS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
