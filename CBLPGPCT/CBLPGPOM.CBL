       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGPOM.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL MAINTAIN THE OPEN PURCHASE ORDER MASTER
      *    (OPENPO.DAT, IN PO NUMBER/LINE SEQUENCE).  EACH RUN IT -
      *        APPLIES THE DAY'S PO TRANSACTIONS (POTRANS.DAT) TO
      *        THE OPEN LINES BY PO NUMBER AND LINE,
      *        ADDS THE LINES OF EVERY PURCHASE ORDER ON PURCHORD.DAT
      *        NOT YET LOADED (PO NUMBER ABOVE THE LAST ONE LOADED,
      *        KEPT ON OPENPOCTL.DAT), WITH A PROMISED DATE OF THE PO
      *        DATE PLUS THE VENDOR'S LEAD-TIME DAYS FROM VENDOR.DAT,
      *        MOVES EVERY LINE CLOSED THIS RUN TO THE PO LINE
      *        HISTORY FILE (POHIST.DAT) FOR THE VENDOR SCORECARD,
      *        AND PRINTS AN AUDIT REPORT (POAUDIT.PRT) OF EVERY
      *        LINE ADDED AND EVERY TRANSACTION APPLIED OR REJECTED.
      *
      *    TRANSACTION CODES -
      *        R  RECEIPT    (ADD TRANS QTY TO RECEIVED QTY.  TRANS
      *                       DATE IS THE RECEIPT DATE, ZERO = RUN
      *                       DATE.  TRANS PRICE IS THE RECEIPT UNIT
      *                       PRICE, ZERO = PO PRICE.  CLOSE FLAG 'Y'
      *                       CLOSES A PARTIAL LINE SHORT)
      *        C  CHANGE     (NONZERO QTY, PRICE, OR DATE REPLACE THE
      *                       ORDER QTY, UNIT PRICE, OR PROMISED DATE)
      *        X  CANCEL     (CANCEL THE UNRECEIVED BALANCE)
      *
      *    EACH PO RECEIPT IS ADDED TO THE INVENTORY TRANSACTION FILE
      *    (INVTRANS.DAT) AS AN 'R' TRANSACTION AT THE RECEIPT PRICE,
      *    SO PO RECEIPTS ARE KEYED ONCE, ON POTRANS.DAT, AND REACH
      *    ON-HAND AND THE OPEN REQUISITIONS THROUGH CBLPGINV AND
      *    CBLPGREQ.  THE UPDATED MASTER IS BUILT AS OPENPONEW.DAT
      *    AND COPIED BACK OVER OPENPO.DAT AT END OF RUN.
      *
      *    EVERY RECEIPT IS ALSO ADDED TO THE PRICE VARIANCE FILE
      *    (PRICEVAR.DAT) BY PART AND VENDOR, COMPARING THE RECEIPT
      *    PRICE TO THE PO PRICE IT WAS ORDERED AT AND TO THE
      *    INVENTORY COST ON FILE BEFORE TONIGHT'S POSTING.  A
      *    RECEIPT FOR A PART NOT ON INVENTORY.DAT HAS NO VARIANCE
      *    RECORD - CBLPGINV REJECTS THE RECEIPT.  THE VARIANCE IS
      *    DATED WITH THE RUN DATE, THE DAY THE RECEIPT IS POSTED,
      *    SO IT FALLS IN THE SAME CLOSE PERIOD AS THE RECEIPT.
      *    CBLPGPPV REPORTS THE FILE AND CBLPGGLX JOURNALS IT AT
      *    MONTH END.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPEN-PO-DATA
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.

           SELECT NEW-OPEN-PO-DATA
               ASSIGN TO "OPENPONEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-HIST-DATA
               ASSIGN TO "POHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT PO-TRANS-DATA
               ASSIGN TO "POTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.

           SELECT PURCH-ORD-DATA
               ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

           SELECT OPEN-PO-CTL-DATA
               ASSIGN TO "OPENPOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT VENDOR-DATA
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT TRANS-DATA
               ASSIGN TO "INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT PRICE-VAR-DATA
               ASSIGN TO "PRICEVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT PRTOUT
               ASSIGN TO "POAUDIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  NEW-OPEN-PO-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS NEW-OPEN-PO-REC.

       01  NEW-OPEN-PO-REC.
           05  ON-PO-NUM           PIC 9(6).
           05  ON-LINE             PIC 9(3).
           05  ON-VEND-NO          PIC X(5).
           05  ON-PART             PIC X(5).
           05  ON-ORD-QTY          PIC 9(7).
           05  ON-RCV-QTY          PIC 9(7).
           05  ON-UNIT-COST        PIC 9(4)V99.
           05  ON-PO-DATE          PIC 9(8).
           05  ON-PROMISE-DATE     PIC 9(8).
           05  ON-LAST-RCV-DATE    PIC 9(8).
           05  ON-STATUS           PIC X.
               88  ON-LINE-OPEN                    VALUE 'O'.

       FD  PO-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS PO-HIST-REC.

       01  PO-HIST-REC.
           05  OH-PO-NUM           PIC 9(6).
           05  OH-LINE             PIC 9(3).
           05  OH-VEND-NO          PIC X(5).
           05  OH-PART             PIC X(5).
           05  OH-ORD-QTY          PIC 9(7).
           05  OH-RCV-QTY          PIC 9(7).
           05  OH-UNIT-COST        PIC 9(4)V99.
           05  OH-PO-DATE          PIC 9(8).
           05  OH-PROMISE-DATE     PIC 9(8).
           05  OH-LAST-RCV-DATE    PIC 9(8).
           05  OH-STATUS           PIC X.
           05  OH-CLOSE-DATE       PIC 9(8).

       FD  PO-TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PO-TRANS-REC.

       01  PO-TRANS-REC.
           05  PT-CODE             PIC X.
           05  PT-PO-NUM           PIC 9(6).
           05  PT-LINE             PIC 9(3).
           05  PT-QTY              PIC 9(7).
           05  PT-PRICE            PIC 9(4)V99.
           05  PT-DATE             PIC 9(8).
           05  PT-CLOSE            PIC X.

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

       FD  OPEN-PO-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS OPEN-PO-CTL-REC.

       01  OPEN-PO-CTL-REC.
           05  OC-LAST-PO          PIC 9(6).

       FD  VENDOR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS VENDOR-RECORD.

       01  VENDOR-RECORD.
           05  V-VEND-NO           PIC X(5).
           05  V-VEND-NAME         PIC X(25).
           05  V-LEAD-DAYS         PIC 9(3).

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  T-CODE              PIC X.
           05  T-PART              PIC X(5).
           05  T-QTY               PIC 9(5).
           05  T-COST              PIC 9(4)V99.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-PART          PIC X(5).
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-REORD-PT      PIC 9(5).
           05  I-INV-SAFETY        PIC 9(5).

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

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-OPN-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-PTR-STATUS       PIC XX          VALUE SPACES.
           05  WS-POR-STATUS       PIC XX          VALUE SPACES.
           05  WS-CTL-STATUS       PIC XX          VALUE SPACES.
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WS-TRN-STATUS       PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-PPV-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-OPEN-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-OPEN                    VALUE 'N'.
           05  MORE-PTR-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PTR                     VALUE 'N'.
           05  MORE-POR-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-POR                     VALUE 'N'.
           05  MORE-VND-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  VEND-FOUND-SW       PIC X           VALUE 'N'.
               88  VEND-FOUND                      VALUE 'Y'.
           05  TRN-OPEN-SW         PIC X           VALUE 'N'.
               88  TRN-OPEN                        VALUE 'Y'.
           05  INV-FILE-SW         PIC X           VALUE 'Y'.
               88  INV-FILE-PRESENT                VALUE 'Y'.
           05  SUB1                PIC 999         VALUE ZEROS.
           05  SUB2                PIC 999         VALUE ZEROS.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-PROMISE-DAYS     PIC 9(7)        VALUE ZEROS.
           05  WK-LEAD-DAYS        PIC 9(3)        VALUE ZEROS.
           05  WK-LAST-LOADED      PIC 9(6)        VALUE ZEROS.
           05  WK-HIGH-LOADED      PIC 9(6)        VALUE ZEROS.
           05  WK-TRN-CODE         PIC X           VALUE SPACE.
           05  WK-AUDIT-STATUS     PIC X(16)       VALUE SPACES.
           05  WK-ADD-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-RCV-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-CHG-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-CAN-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-REJECT-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-CLOSED-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-OPEN-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-PPV-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  VENDOR-TABLE-DATA.
           05  VND-CNT             PIC 999         VALUE ZEROS.
           05  VND-TABLE OCCURS 200 TIMES.
               10  VND-NO              PIC X(5).
               10  VND-LEAD            PIC 9(3).

       01  PO-TRANS-TABLE-DATA.
           05  PTR-CNT             PIC 999         VALUE ZEROS.
           05  PTR-TABLE OCCURS 500 TIMES.
               10  PTR-CODE            PIC X.
               10  PTR-PO-NUM          PIC 9(6).
               10  PTR-LINE            PIC 9(3).
               10  PTR-QTY             PIC 9(7).
               10  PTR-PRICE           PIC 9(4)V99.
               10  PTR-DATE            PIC 9(8).
               10  PTR-CLOSE           PIC X.
               10  PTR-USED-SW         PIC X.
                   88  PTR-USED                    VALUE 'Y'.

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
           05  FILLER              PIC X(19)   VALUE SPACES.
           05  FILLER              PIC X(41)   VALUE
                           'OPEN PURCHASE ORDER MAINTENANCE AUDIT'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(2)    VALUE 'CD'.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'PO-LINE'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PART'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'VEND'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'ORD QTY'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'RCV QTY'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'PROMISED'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'STATUS'.

       01  AUDIT-D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-CODE             PIC X.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-PO-NUM           PIC 9(6).
           05  FILLER              PIC X       VALUE '-'.
           05  AU-LINE             PIC 9(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-VEND-NO          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-ORD-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  AU-RCV-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-PROMISE-DATE.
               10  AU-PROM-MONTH       PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AU-PROM-DAY         PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AU-PROM-YEAR        PIC 9(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-STATUS           PIC X(16).

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'LINES ADDED:'.
           05  TL-ADDED            PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  RECEIPTS:'.
           05  TL-RECEIPTS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '   CHANGES:'.
           05  TL-CHANGES          PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'CANCELLED:'.
           05  TL-CANCELLED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  REJECTED:'.
           05  TL-REJECTED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  PRICE VAR:'.
           05  TL-PRICE-VAR        PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER              PIC X(20)   VALUE
                                   'LINES CLOSED:'.
           05  TL-CLOSED           PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '      OPEN:'.
           05  TL-OPEN             PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGPOM.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-OPEN.
           PERFORM L2-ADD-NEW-LINES THRU L2-ADD-NEW-LINES-EXIT
               UNTIL NO-MORE-POR.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           PERFORM L2-COPYBACK THRU L2-COPYBACK-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-DATE TO WK-RUN-DATE.
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
                           MOVE PARM-AS-OF-YEAR TO WK-RUN-YEAR
                           MOVE PARM-AS-OF-MONTH TO WK-RUN-MONTH
                           MOVE PARM-AS-OF-DAY TO WK-RUN-DAY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           MOVE WK-RUN-MONTH TO O-MONTH.
           MOVE WK-RUN-DAY TO O-DAY.
           MOVE WK-RUN-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           OPEN INPUT VENDOR-DATA.
           IF WS-VND-STATUS = '35'
               DISPLAY 'CBLPGPOM - VENDOR.DAT NOT FOUND'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM L9-LOAD-VENDOR THRU L9-LOAD-VENDOR-EXIT
               UNTIL NO-MORE-VND.
           CLOSE VENDOR-DATA.
           OPEN INPUT OPEN-PO-CTL-DATA.
           IF WS-CTL-STATUS = '35'
               MOVE ZEROS TO WK-LAST-LOADED
           ELSE
               READ OPEN-PO-CTL-DATA
                   AT END
                       MOVE ZEROS TO WK-LAST-LOADED
                   NOT AT END
                       MOVE OC-LAST-PO TO WK-LAST-LOADED
               END-READ
               CLOSE OPEN-PO-CTL-DATA
           END-IF.
           MOVE WK-LAST-LOADED TO WK-HIGH-LOADED.
           OPEN INPUT PO-TRANS-DATA.
           IF WS-PTR-STATUS = '35'
               MOVE 'N' TO MORE-PTR-RECS
           END-IF.
           PERFORM L9-LOAD-PO-TRANS THRU L9-LOAD-PO-TRANS-EXIT
               UNTIL NO-MORE-PTR.
           IF WS-PTR-STATUS NOT = '35'
               CLOSE PO-TRANS-DATA
           END-IF.
           OPEN INPUT OPEN-PO-DATA.
           IF WS-OPN-STATUS = '35'
               MOVE 'N' TO MORE-OPEN-RECS
           END-IF.
           OPEN INPUT PURCH-ORD-DATA.
           IF WS-POR-STATUS = '35'
               MOVE 'N' TO MORE-POR-RECS
           END-IF.
           OPEN EXTEND PO-HIST-DATA.
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT PO-HIST-DATA
           END-IF.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGPOM - INVENTORY.DAT NOT FOUND - NO '
                   'PRICE VARIANCES WRITTEN'
               MOVE 'N' TO INV-FILE-SW
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           OPEN EXTEND PRICE-VAR-DATA.
           IF WS-PPV-STATUS = '35'
               OPEN OUTPUT PRICE-VAR-DATA
           END-IF.
           OPEN OUTPUT NEW-OPEN-PO-DATA.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           IF MORE-OPEN-RECS = 'Y'
               PERFORM L9-READ-OPEN THRU L9-READ-OPEN-EXIT
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           MOVE OPEN-PO-REC TO NEW-OPEN-PO-REC.
           PERFORM L3-APPLY-TRANS THRU L3-APPLY-TRANS-EXIT.
           PERFORM L3-FILE-LINE THRU L3-FILE-LINE-EXIT.
           PERFORM L9-READ-OPEN THRU L9-READ-OPEN-EXIT.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-ADD-NEW-LINES.
           READ PURCH-ORD-DATA
               AT END
                   MOVE 'N' TO MORE-POR-RECS
               NOT AT END
                   IF PO-PO-NUM > WK-LAST-LOADED
                       PERFORM L3-ADD-LINE THRU L3-ADD-LINE-EXIT
                       PERFORM L3-APPLY-TRANS THRU
                           L3-APPLY-TRANS-EXIT
                       PERFORM L3-FILE-LINE THRU L3-FILE-LINE-EXIT
                   END-IF
           END-READ.
       L2-ADD-NEW-LINES-EXIT.
           EXIT.

       L3-ADD-LINE.
           MOVE PO-PO-NUM TO ON-PO-NUM.
           MOVE PO-LINE TO ON-LINE.
           MOVE PO-VEND-NO TO ON-VEND-NO.
           MOVE PO-PART TO ON-PART.
           MOVE PO-QTY TO ON-ORD-QTY.
           MOVE ZEROS TO ON-RCV-QTY.
           IF PO-QTY > ZEROS
               COMPUTE ON-UNIT-COST ROUNDED = PO-COST / PO-QTY
           ELSE
               MOVE ZEROS TO ON-UNIT-COST
           END-IF.
           IF PO-DATE IS NUMERIC AND PO-DATE NOT = ZEROS
               MOVE PO-DATE TO ON-PO-DATE
           ELSE
               MOVE WK-RUN-DATE-N TO ON-PO-DATE
           END-IF.
           PERFORM L9-FIND-VENDOR THRU L9-FIND-VENDOR-EXIT.
           COMPUTE WK-PROMISE-DAYS =
               FUNCTION INTEGER-OF-DATE(ON-PO-DATE) + WK-LEAD-DAYS.
           COMPUTE ON-PROMISE-DATE =
               FUNCTION DATE-OF-INTEGER(WK-PROMISE-DAYS).
           MOVE ZEROS TO ON-LAST-RCV-DATE.
           MOVE 'O' TO ON-STATUS.
           IF PO-PO-NUM > WK-HIGH-LOADED
               MOVE PO-PO-NUM TO WK-HIGH-LOADED
           END-IF.
           ADD 1 TO WK-ADD-CTR.
           MOVE 'A' TO WK-TRN-CODE.
           IF VEND-FOUND
               MOVE 'ADDED' TO WK-AUDIT-STATUS
           ELSE
               MOVE 'ADDED-NO VENDOR' TO WK-AUDIT-STATUS
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L3-ADD-LINE-EXIT.
           EXIT.

       L3-APPLY-TRANS.
           PERFORM L4-MATCH-TRANS THRU L4-MATCH-TRANS-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > PTR-CNT.
       L3-APPLY-TRANS-EXIT.
           EXIT.

       L4-MATCH-TRANS.
           IF PTR-USED(SUB1)
               OR PTR-PO-NUM(SUB1) NOT = ON-PO-NUM
               OR PTR-LINE(SUB1) NOT = ON-LINE
               GO TO L4-MATCH-TRANS-EXIT
           END-IF.
           MOVE 'Y' TO PTR-USED-SW(SUB1).
           MOVE PTR-CODE(SUB1) TO WK-TRN-CODE.
           IF NOT ON-LINE-OPEN
               MOVE 'REJ-LINE CLOSED' TO WK-AUDIT-STATUS
               PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
               GO TO L4-MATCH-TRANS-EXIT
           END-IF.
           EVALUATE PTR-CODE(SUB1)
               WHEN 'R'
                   PERFORM L5-TRN-RECEIPT THRU L5-TRN-RECEIPT-EXIT
               WHEN 'C'
                   PERFORM L5-TRN-CHANGE THRU L5-TRN-CHANGE-EXIT
               WHEN 'X'
                   PERFORM L5-TRN-CANCEL THRU L5-TRN-CANCEL-EXIT
               WHEN OTHER
                   MOVE 'REJ-INVALID CODE' TO WK-AUDIT-STATUS
                   PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
           END-EVALUATE.
       L4-MATCH-TRANS-EXIT.
           EXIT.

       L5-TRN-RECEIPT.
           IF PTR-QTY(SUB1) = ZEROS
               OR PTR-QTY(SUB1) > 99999
               MOVE 'REJ-BAD QUANTITY' TO WK-AUDIT-STATUS
               PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
               GO TO L5-TRN-RECEIPT-EXIT
           END-IF.
           ADD PTR-QTY(SUB1) TO ON-RCV-QTY.
           IF PTR-DATE(SUB1) IS NUMERIC
               AND PTR-DATE(SUB1) NOT = ZEROS
               MOVE PTR-DATE(SUB1) TO ON-LAST-RCV-DATE
           ELSE
               MOVE WK-RUN-DATE-N TO ON-LAST-RCV-DATE
           END-IF.
           IF ON-RCV-QTY >= ON-ORD-QTY
               MOVE 'C' TO ON-STATUS
               MOVE 'RECEIVED-CLOSED' TO WK-AUDIT-STATUS
           ELSE
               IF PTR-CLOSE(SUB1) = 'Y'
                   MOVE 'S' TO ON-STATUS
                   MOVE 'CLOSED SHORT' TO WK-AUDIT-STATUS
               ELSE
                   MOVE 'RECEIVED' TO WK-AUDIT-STATUS
               END-IF
           END-IF.
           PERFORM L9-WRITE-INV-TRANS THRU L9-WRITE-INV-TRANS-EXIT.
           PERFORM L9-WRITE-PRICE-VAR THRU L9-WRITE-PRICE-VAR-EXIT.
           ADD 1 TO WK-RCV-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L5-TRN-RECEIPT-EXIT.
           EXIT.

       L5-TRN-CHANGE.
           IF PTR-QTY(SUB1) > ZEROS
               AND PTR-QTY(SUB1) < ON-RCV-QTY
               MOVE 'REJ-QTY < RCVD' TO WK-AUDIT-STATUS
               PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT
               GO TO L5-TRN-CHANGE-EXIT
           END-IF.
           IF PTR-QTY(SUB1) > ZEROS
               MOVE PTR-QTY(SUB1) TO ON-ORD-QTY
           END-IF.
           IF PTR-PRICE(SUB1) > ZEROS
               MOVE PTR-PRICE(SUB1) TO ON-UNIT-COST
           END-IF.
           IF PTR-DATE(SUB1) IS NUMERIC
               AND PTR-DATE(SUB1) NOT = ZEROS
               MOVE PTR-DATE(SUB1) TO ON-PROMISE-DATE
           END-IF.
           IF ON-RCV-QTY >= ON-ORD-QTY
               MOVE 'C' TO ON-STATUS
               MOVE 'CHANGED-CLOSED' TO WK-AUDIT-STATUS
           ELSE
               MOVE 'CHANGED' TO WK-AUDIT-STATUS
           END-IF.
           ADD 1 TO WK-CHG-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L5-TRN-CHANGE-EXIT.
           EXIT.

       L5-TRN-CANCEL.
           MOVE 'X' TO ON-STATUS.
           MOVE 'CANCELLED' TO WK-AUDIT-STATUS.
           ADD 1 TO WK-CAN-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L5-TRN-CANCEL-EXIT.
           EXIT.

       L3-FILE-LINE.
           IF ON-LINE-OPEN
               WRITE NEW-OPEN-PO-REC
               ADD 1 TO WK-OPEN-CTR
           ELSE
               MOVE NEW-OPEN-PO-REC TO PO-HIST-REC
               MOVE WK-RUN-DATE-N TO OH-CLOSE-DATE
               WRITE PO-HIST-REC
               ADD 1 TO WK-CLOSED-CTR
           END-IF.
       L3-FILE-LINE-EXIT.
           EXIT.

       L2-CLOSING.
           PERFORM L3-UNMATCHED-TRANS THRU L3-UNMATCHED-TRANS-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > PTR-CNT.
           IF WK-LINE-CTR >= 50
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-ADD-CTR TO TL-ADDED.
           MOVE WK-RCV-CTR TO TL-RECEIPTS.
           MOVE WK-CHG-CTR TO TL-CHANGES.
           MOVE WK-CAN-CTR TO TL-CANCELLED.
           MOVE WK-REJECT-CTR TO TL-REJECTED.
           MOVE WK-PPV-CTR TO TL-PRICE-VAR.
           MOVE WK-CLOSED-CTR TO TL-CLOSED.
           MOVE WK-OPEN-CTR TO TL-OPEN.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           IF WS-OPN-STATUS NOT = '35'
               CLOSE OPEN-PO-DATA
           END-IF.
           IF WS-POR-STATUS NOT = '35'
               CLOSE PURCH-ORD-DATA
           END-IF.
           IF TRN-OPEN
               CLOSE TRANS-DATA
           END-IF.
           IF INV-FILE-PRESENT
               CLOSE INVENTORY-DATA
           END-IF.
           CLOSE PRICE-VAR-DATA.
           CLOSE PO-HIST-DATA.
           CLOSE NEW-OPEN-PO-DATA.
           CLOSE PRTOUT.
           OPEN OUTPUT OPEN-PO-CTL-DATA.
           MOVE WK-HIGH-LOADED TO OC-LAST-PO.
           WRITE OPEN-PO-CTL-REC.
           CLOSE OPEN-PO-CTL-DATA.
           IF WK-REJECT-CTR > ZEROS
               AND WK-RETURN-CODE < 4
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L3-UNMATCHED-TRANS.
           IF PTR-USED(SUB1)
               GO TO L3-UNMATCHED-TRANS-EXIT
           END-IF.
           MOVE PTR-CODE(SUB1) TO WK-TRN-CODE.
           MOVE PTR-PO-NUM(SUB1) TO ON-PO-NUM.
           MOVE PTR-LINE(SUB1) TO ON-LINE.
           MOVE SPACES TO ON-VEND-NO.
           MOVE SPACES TO ON-PART.
           MOVE ZEROS TO ON-ORD-QTY.
           MOVE ZEROS TO ON-RCV-QTY.
           MOVE ZEROS TO ON-PROMISE-DATE.
           MOVE 'REJ-NO OPEN LINE' TO WK-AUDIT-STATUS.
           PERFORM L9-AUDIT-REJECT THRU L9-AUDIT-REJECT-EXIT.
       L3-UNMATCHED-TRANS-EXIT.
           EXIT.

       L2-COPYBACK.
           OPEN INPUT NEW-OPEN-PO-DATA.
           OPEN OUTPUT OPEN-PO-DATA.
           MOVE 'Y' TO MORE-OPEN-RECS.
           PERFORM L9-COPY-OPEN THRU L9-COPY-OPEN-EXIT
               UNTIL NO-MORE-OPEN.
           CLOSE NEW-OPEN-PO-DATA.
           CLOSE OPEN-PO-DATA.
       L2-COPYBACK-EXIT.
           EXIT.

       L9-LOAD-VENDOR.
           READ VENDOR-DATA
               AT END
                   MOVE 'N' TO MORE-VND-RECS
               NOT AT END
                   IF VND-CNT < 200
                       ADD 1 TO VND-CNT
                       MOVE V-VEND-NO TO VND-NO(VND-CNT)
                       MOVE V-LEAD-DAYS TO VND-LEAD(VND-CNT)
                   ELSE
                       DISPLAY 'CBLPGPOM - VENDOR-TABLE-DATA FULL AT '
                           '200 ROWS - VENDOR ' V-VEND-NO ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-VENDOR-EXIT.
           EXIT.

       L9-LOAD-PO-TRANS.
           READ PO-TRANS-DATA
               AT END
                   MOVE 'N' TO MORE-PTR-RECS
               NOT AT END
                   IF PTR-CNT < 500
                       ADD 1 TO PTR-CNT
                       MOVE PT-CODE TO PTR-CODE(PTR-CNT)
                       MOVE PT-PO-NUM TO PTR-PO-NUM(PTR-CNT)
                       MOVE PT-LINE TO PTR-LINE(PTR-CNT)
                       MOVE PT-QTY TO PTR-QTY(PTR-CNT)
                       MOVE PT-PRICE TO PTR-PRICE(PTR-CNT)
                       MOVE PT-DATE TO PTR-DATE(PTR-CNT)
                       MOVE PT-CLOSE TO PTR-CLOSE(PTR-CNT)
                       MOVE 'N' TO PTR-USED-SW(PTR-CNT)
                   ELSE
                       DISPLAY 'CBLPGPOM - PO-TRANS-TABLE-DATA FULL AT '
                           '500 ROWS - PO ' PT-PO-NUM ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-PO-TRANS-EXIT.
           EXIT.

       L9-FIND-VENDOR.
           MOVE ZEROS TO WK-LEAD-DAYS.
           MOVE 'N' TO VEND-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= VND-CNT OR VEND-FOUND
               ADD 1 TO SUB2
               IF VND-NO(SUB2) = ON-VEND-NO
                   MOVE 'Y' TO VEND-FOUND-SW
                   MOVE VND-LEAD(SUB2) TO WK-LEAD-DAYS
               END-IF
           END-PERFORM.
       L9-FIND-VENDOR-EXIT.
           EXIT.

       L9-WRITE-INV-TRANS.
           IF NOT TRN-OPEN
               OPEN EXTEND TRANS-DATA
               IF WS-TRN-STATUS = '35'
                   OPEN OUTPUT TRANS-DATA
               END-IF
               MOVE 'Y' TO TRN-OPEN-SW
           END-IF.
           MOVE 'R' TO T-CODE.
           MOVE ON-PART TO T-PART.
           MOVE PTR-QTY(SUB1) TO T-QTY.
           IF PTR-PRICE(SUB1) > ZEROS
               MOVE PTR-PRICE(SUB1) TO T-COST
           ELSE
               MOVE ON-UNIT-COST TO T-COST
           END-IF.
           WRITE TRANS-RECORD.
       L9-WRITE-INV-TRANS-EXIT.
           EXIT.

       L9-WRITE-PRICE-VAR.
           IF NOT INV-FILE-PRESENT
               GO TO L9-WRITE-PRICE-VAR-EXIT
           END-IF.
           MOVE ON-PART TO I-INV-PART.
           READ INVENTORY-DATA
               INVALID KEY
                   GO TO L9-WRITE-PRICE-VAR-EXIT
           END-READ.
           MOVE WK-RUN-DATE-N TO PP-DATE.
           MOVE 'R' TO PP-TYPE.
           MOVE ON-PART TO PP-PART.
           MOVE ON-VEND-NO TO PP-VEND-NO.
           MOVE ON-PO-NUM TO PP-PO-NUM.
           MOVE ON-LINE TO PP-PO-LINE.
           MOVE PTR-QTY(SUB1) TO PP-QTY.
           MOVE T-COST TO PP-PRICE.
           MOVE ON-UNIT-COST TO PP-PO-COST.
           MOVE I-INV-COST TO PP-INV-COST.
           IF PP-PRICE > PP-PO-COST
               COMPUTE PP-PO-VAR = (PP-PRICE - PP-PO-COST) * PP-QTY
               MOVE 'U' TO PP-PO-VAR-DIR
           ELSE
               COMPUTE PP-PO-VAR = (PP-PO-COST - PP-PRICE) * PP-QTY
               MOVE 'F' TO PP-PO-VAR-DIR
           END-IF.
           IF PP-PRICE > PP-INV-COST
               COMPUTE PP-INV-VAR = (PP-PRICE - PP-INV-COST) * PP-QTY
               MOVE 'U' TO PP-INV-VAR-DIR
           ELSE
               COMPUTE PP-INV-VAR = (PP-INV-COST - PP-PRICE) * PP-QTY
               MOVE 'F' TO PP-INV-VAR-DIR
           END-IF.
           WRITE PRICE-VAR-REC.
           ADD 1 TO WK-PPV-CTR.
       L9-WRITE-PRICE-VAR-EXIT.
           EXIT.

       L9-AUDIT-REJECT.
           ADD 1 TO WK-REJECT-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L9-AUDIT-REJECT-EXIT.
           EXIT.

       L9-AUDIT-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-TRN-CODE TO AU-CODE.
           MOVE ON-PO-NUM TO AU-PO-NUM.
           MOVE ON-LINE TO AU-LINE.
           MOVE ON-PART TO AU-PART.
           MOVE ON-VEND-NO TO AU-VEND-NO.
           MOVE ON-ORD-QTY TO AU-ORD-QTY.
           MOVE ON-RCV-QTY TO AU-RCV-QTY.
           IF ON-PROMISE-DATE = ZEROS
               MOVE SPACES TO AU-PROMISE-DATE
           ELSE
               MOVE '/' TO AU-PROMISE-DATE(3:1)
               MOVE '/' TO AU-PROMISE-DATE(6:1)
               MOVE ON-PROMISE-DATE(5:2) TO AU-PROM-MONTH
               MOVE ON-PROMISE-DATE(7:2) TO AU-PROM-DAY
               MOVE ON-PROMISE-DATE(1:4) TO AU-PROM-YEAR
           END-IF.
           MOVE WK-AUDIT-STATUS TO AU-STATUS.
           WRITE PRTLINE FROM AUDIT-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-AUDIT-LINE-EXIT.
           EXIT.

       L9-READ-OPEN.
           READ OPEN-PO-DATA
               AT END MOVE 'N' TO MORE-OPEN-RECS.
       L9-READ-OPEN-EXIT.
           EXIT.

       L9-COPY-OPEN.
           READ NEW-OPEN-PO-DATA
               AT END
                   MOVE 'N' TO MORE-OPEN-RECS
               NOT AT END
                   MOVE NEW-OPEN-PO-REC TO OPEN-PO-REC
                   WRITE OPEN-PO-REC
           END-READ.
       L9-COPY-OPEN-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
