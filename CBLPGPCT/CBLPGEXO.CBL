       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGEXO.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE MONTHLY EXCESS AND OBSOLETE
      *    INVENTORY REPORT (EXCOBS.PRT).  FOR EVERY PART ON
      *    INVENTORY.DAT IT COMPARES THE ON-HAND QUANTITY TO THE
      *    FLEET DEMAND - PART QTY TIMES ORDER NUM SUMMED ACROSS THE
      *    MACHINE MASTER AND ORDER FILES, EXPLODED THROUGH THE BILL
      *    OF MATERIAL FILE (PARTBOM.DAT) SO A SUBASSEMBLY'S
      *    COMPONENTS CARRY THE SUBASSEMBLY DEMAND TIMES QTY PER.
      *
      *        OBSOLETE  ON HAND WITH NO FLEET DEMAND AT ALL - THE
      *                  WHOLE ON-HAND IS EXCESS
      *        EXCESS    ON HAND ABOVE FLEET DEMAND PLUS SAFETY
      *                  STOCK
      *
      *    EXCESS DOLLARS ARE AT THE INVENTORY COST ON FILE.  THE
      *    DAYS SINCE LAST ACTIVITY ARE COUNTED FROM THE LAST RECEIPT
      *    OR ISSUE ON THE INVENTORY HISTORY FILE (INVHIST.DAT) - A
      *    PART WITH NO RECEIPT OR ISSUE ON FILE SHOWS NONE.  EACH
      *    SECTION IS TOTALED AND THE REPORT ENDS WITH THE GRAND
      *    TOTAL OF DOLLARS TIED UP IN EXCESS AND OBSOLETE STOCK.
      *
      *    THE LAST SECTION LISTS THE OPEN REQUISITIONS ON
      *    OPENREQ.DAT THAT ARE CANDIDATES TO CANCEL.  TODAY'S
      *    SHORTAGE FOR EACH PART IS THE NEED LEFT UNALLOCATED ON
      *    THE ALLOCATION FILE (PARTALLOC.DAT).  THE REQUISITIONS FOR
      *    A PART COVER THE SHORTAGE OLDEST FIRST, IN FILE ORDER - A
      *    REQUISITION WHOSE OPEN QTY IS MORE THAN THE SHORTAGE STILL
      *    UNCOVERED IS LISTED WITH THE QUANTITY AND DOLLARS THAT
      *    COULD BE CANCELLED.  WHEN PARTALLOC.DAT IS MISSING THE
      *    SECTION IS SKIPPED AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-DATA
               ASSIGN TO "ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT BOM-DATA
               ASSIGN TO "PARTBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT INV-HIST-DATA
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT REQ-DATA
               ASSIGN TO "OPENREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PRTOUT
               ASSIGN TO "EXCOBS.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD.
           05  I-MST-KEY.
               10  I-PLANT             PIC X(3).
               10  I-MACHINE           PIC X(5).
           05  I-MACHINE-PART      PIC X(5).
           05  I-PART-QTY          PIC 999.

       FD  ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01  ORDER-RECORD.
           05  I-ORD-KEY.
               10  I-ORD-PLANT         PIC X(3).
               10  I-ORD-MACHINE       PIC X(5).
           05  I-ORD-NUM           PIC 9(3).
           05  I-ORD-DUE-DATE      PIC 9(8).
           05  I-ORD-PRIORITY      PIC X.

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

       FD  BOM-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-REC.

       01  BOM-REC.
           05  BM-PARENT           PIC X(5).
           05  BM-COMPONENT        PIC X(5).
           05  BM-QTY-PER          PIC 999.

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

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC.
           05  PA-KEY.
               10  PA-PLANT            PIC X(3).
               10  PA-MACHINE          PIC X(5).
               10  PA-ROOT             PIC X(5).
           05  PA-SEQ              PIC 9(3).
           05  PA-LEVEL            PIC 9.
           05  PA-PART             PIC X(5).
           05  PA-PARENT           PIC X(5).
           05  PA-QTY-PER          PIC 999.
           05  PA-TYPE             PIC X.
           05  PA-NEED-QTY         PIC 9(6).
           05  PA-ALLOC-QTY        PIC 9(6).
           05  PA-DUE-DATE         PIC 9(8).
           05  PA-PRIORITY         PIC X.
           05  PA-ORD-NUM          PIC 9(3).
           05  PA-SUB-QTY          PIC 9(6).

       FD  REQ-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS REQ-REC.

       01  REQ-REC.
           05  Q-REQ-PART          PIC X(5).
           05  Q-REQ-DATE          PIC 9(8).
           05  Q-ORIG-QTY          PIC 9(7).
           05  Q-OPEN-QTY          PIC 9(7).
           05  Q-UNIT-COST         PIC 9(4)V99.

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
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-BOM-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WS-REQ-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-MASTER-RECS    PIC X           VALUE 'Y'.
               88  NO-MORE-MASTER                  VALUE 'N'.
           05  MORE-ORDER-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ORDERS                  VALUE 'N'.
           05  MORE-INV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-INV                     VALUE 'N'.
           05  MORE-BOM-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-BOM                     VALUE 'N'.
           05  MORE-HST-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-HST                     VALUE 'N'.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  MORE-REQ-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-REQ                     VALUE 'N'.
           05  ALLOC-FILE-SW       PIC X           VALUE 'Y'.
               88  ALLOC-FILE-PRESENT              VALUE 'Y'.
           05  PEND-SW             PIC X           VALUE 'Y'.
               88  DEMAND-PENDING                  VALUE 'Y'.
           05  FOUND-SW            PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  WK-SECTION          PIC X           VALUE 'O'.
               88  OBSOLETE-SECTION                VALUE 'O'.
               88  EXCESS-SECTION                  VALUE 'E'.
               88  CANCEL-SECTION                  VALUE 'C'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  SUB3                PIC 9(4)        VALUE ZEROS.
           05  WK-PASS-CTR         PIC 99          VALUE ZEROS.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-CURR-KEY.
               10  WK-CURR-PLANT       PIC X(3)    VALUE SPACES.
               10  WK-CURR-MACHINE     PIC X(5)    VALUE SPACES.
           05  WK-SEARCH-PART      PIC X(5)        VALUE SPACES.
           05  WK-DMD-PART         PIC X(5)        VALUE SPACES.
           05  WK-PART-DEMAND      PIC 9(9)        VALUE ZEROS.
           05  WK-PARENT-PART      PIC X(5)        VALUE SPACES.
           05  WK-PARENT-QTY       PIC 9(9)        VALUE ZEROS.
           05  WK-KEEP-QTY         PIC 9(9)        VALUE ZEROS.
           05  WK-EXCESS-QTY       PIC 9(9)        VALUE ZEROS.
           05  WK-EXCESS-COST      PIC 9(9)V99     VALUE ZEROS.
           05  WK-SHORT-QTY        PIC 9(8)        VALUE ZEROS.
           05  WK-CANCEL-QTY       PIC 9(7)        VALUE ZEROS.
           05  WK-CANCEL-COST      PIC 9(9)V99     VALUE ZEROS.
           05  WK-DAYS             PIC 9(5)        VALUE ZEROS.
           05  WK-PART-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-OBS-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-OBS-COST         PIC 9(9)V99     VALUE ZEROS.
           05  WK-EXC-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-EXC-COST         PIC 9(9)V99     VALUE ZEROS.
           05  WK-CAN-CTR          PIC 9(5)        VALUE ZEROS.
           05  WK-CAN-COST         PIC 9(9)V99     VALUE ZEROS.
           05  WK-GRAND-COST       PIC 9(9)V99     VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  DEMAND-DATA.
           05  DMD-CNT             PIC 9(4)        VALUE ZEROS.
           05  DMD-TABLE OCCURS 2000 TIMES.
               10  DMD-PART            PIC X(5).
               10  DMD-QTY             PIC 9(9).
               10  DMD-PEND-QTY        PIC 9(9).

       01  BOM-TABLE-DATA.
           05  BOM-CNT             PIC 9(4)        VALUE ZEROS.
           05  BOM-TABLE OCCURS 2000 TIMES.
               10  BT-PARENT           PIC X(5).
               10  BT-COMPONENT        PIC X(5).
               10  BT-QTY-PER          PIC 999.

       01  ACTIVITY-DATA.
           05  ACT-CNT             PIC 9(4)        VALUE ZEROS.
           05  ACT-TABLE OCCURS 2000 TIMES.
               10  ACT-PART            PIC X(5).
               10  ACT-LAST-DATE       PIC 9(8).

       01  SHORTAGE-DATA.
           05  SHT-CNT             PIC 9(4)        VALUE ZEROS.
           05  SHT-TABLE OCCURS 2000 TIMES.
               10  SHT-PART            PIC X(5).
               10  SHT-QTY             PIC 9(8).

       01  EXCESS-DATA.
           05  EXO-CNT             PIC 9(4)        VALUE ZEROS.
           05  EXO-TABLE OCCURS 2000 TIMES.
               10  EXO-TYPE            PIC X.
               10  EXO-PART            PIC X(5).
               10  EXO-ONHAND          PIC 9(5).
               10  EXO-DEMAND          PIC 9(9).
               10  EXO-EXCESS-QTY      PIC 9(9).
               10  EXO-COST            PIC 9(4)V99.
               10  EXO-EXCESS-COST     PIC 9(9)V99.
               10  EXO-LAST-DATE       PIC 9(8).

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
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'EXCESS AND OBSOLETE INVENTORY REPORT'.

       01  SECTION-TITLE-LINE.
           05  ST-TEXT             PIC X(50).

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(8)    VALUE 'ON HAND'.
           05  FILLER              PIC X(13)   VALUE
                                   '  FLEET DMD'.
           05  FILLER              PIC X(8)    VALUE '  EXCESS'.
           05  FILLER              PIC X(10)   VALUE ' UNIT COST'.
           05  FILLER              PIC X(15)   VALUE
                                   '      EXCESS $'.
           05  FILLER              PIC X(12)   VALUE 'LAST ACTIV'.
           05  FILLER              PIC X(4)    VALUE 'DAYS'.

       01  CANCEL-HDGS-LINE.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(12)   VALUE 'REQ DATE'.
           05  FILLER              PIC X(10)   VALUE '  OPEN QTY'.
           05  FILLER              PIC X(12)   VALUE '   SHORTAGE'.
           05  FILLER              PIC X(12)   VALUE '  CANCEL QTY'.
           05  FILLER              PIC X(10)   VALUE ' UNIT COST'.
           05  FILLER              PIC X(14)   VALUE
                                   '      CANCEL $'.

       01  EXO-D1.
           05  XD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-ONHAND           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-DEMAND           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-EXCESS-QTY       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-COST             PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-EXCESS-COST      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  XD-LAST-DATE        PIC X(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  XD-DAYS             PIC X(6).
           05  XD-DAYS-N REDEFINES XD-DAYS
                                   PIC ZZ,ZZ9.

       01  CANCEL-D1.
           05  CD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-REQ-DATE         PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-OPEN-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-SHORT-QTY        PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CD-CANCEL-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-COST             PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CD-CANCEL-COST      PIC ZZ,ZZZ,ZZ9.99.

       01  EDIT-DATE-OUT.
           05  ED-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-DAY              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-YEAR             PIC 9(4).

       01  SECTION-TOTAL-LINE.
           05  STL-TEXT            PIC X(24).
           05  STL-CNT             PIC ZZ,ZZ9.
           05  STL-UNIT            PIC X(7)    VALUE ' PARTS'.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  STL-COST            PIC ZZZ,ZZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(46)   VALUE
               'TOTAL DOLLARS TIED UP IN EXCESS AND OBSOLETE'.
           05  GTL-COST            PIC ZZZ,ZZZ,ZZ9.99.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  NL-TEXT             PIC X(40).

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGEXO.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-BUILD-DEMAND THRU L2-BUILD-DEMAND-EXIT
               UNTIL NO-MORE-MASTER.
           PERFORM L2-EXPLODE-DEMAND THRU L2-EXPLODE-DEMAND-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-INV.
           PERFORM L2-PRINT-EXCESS THRU L2-PRINT-EXCESS-EXIT.
           PERFORM L2-CANCEL-CANDIDATES THRU
               L2-CANCEL-CANDIDATES-EXIT.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
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
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGEXO - INVENTORY.DAT NOT FOUND - '
                   'RUN CBLPGILD TO BUILD IT'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MACHINE-MASTER.
           OPEN INPUT ORDER-DATA.
           OPEN INPUT BOM-DATA.
           IF WS-BOM-STATUS NOT = '35'
               PERFORM L9-LOAD-BOM THRU L9-LOAD-BOM-EXIT
                   UNTIL NO-MORE-BOM
               CLOSE BOM-DATA
           END-IF.
           OPEN INPUT INV-HIST-DATA.
           IF WS-HST-STATUS = '35'
               DISPLAY 'CBLPGEXO - INVHIST.DAT NOT FOUND - NO LAST '
                   'ACTIVITY DATES'
           ELSE
               PERFORM L9-LOAD-ACTIVITY THRU L9-LOAD-ACTIVITY-EXIT
                   UNTIL NO-MORE-HST
               CLOSE INV-HIST-DATA
           END-IF.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGEXO - PARTALLOC.DAT NOT FOUND - '
                   'CANCEL CANDIDATES SKIPPED - RUN CBLPGALC FIRST'
               MOVE 'N' TO ALLOC-FILE-SW
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-LOAD-SHORTAGE THRU L9-LOAD-SHORTAGE-EXIT
                   UNTIL NO-MORE-ALLOC
               CLOSE ALLOC-DATA
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-BUILD-DEMAND.
           MOVE I-MST-KEY TO WK-CURR-KEY.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT
               UNTIL NO-MORE-ORDERS
                   OR I-ORD-KEY >= WK-CURR-KEY.
           IF MORE-ORDER-RECS = 'Y'
               AND I-ORD-KEY = WK-CURR-KEY
               PERFORM L3-POST-DEMAND THRU L3-POST-DEMAND-EXIT
                   UNTIL I-MST-KEY NOT = WK-CURR-KEY
                       OR NO-MORE-MASTER
           ELSE
               DISPLAY 'CBLPGEXO - NO ORDER RECORD FOR MACHINE '
                   WK-CURR-KEY ' - MACHINE SKIPPED'
               PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT
                   UNTIL I-MST-KEY NOT = WK-CURR-KEY
                       OR NO-MORE-MASTER
           END-IF.
       L2-BUILD-DEMAND-EXIT.
           EXIT.

       L3-POST-DEMAND.
           COMPUTE WK-PART-DEMAND = I-PART-QTY * I-ORD-NUM.
           MOVE I-MACHINE-PART TO WK-DMD-PART.
           PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L3-POST-DEMAND-EXIT.
           EXIT.

       L2-EXPLODE-DEMAND.
           PERFORM L3-EXPLODE-PASS THRU L3-EXPLODE-PASS-EXIT
               UNTIL NOT DEMAND-PENDING
                   OR WK-PASS-CTR >= 10.
           IF DEMAND-PENDING
               DISPLAY 'CBLPGEXO - BILL OF MATERIAL DEEPER THAN 9 '
                   'LEVELS - LOWER LEVEL DEMAND NOT EXPLODED'
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L2-EXPLODE-DEMAND-EXIT.
           EXIT.

       L3-EXPLODE-PASS.
           ADD 1 TO WK-PASS-CTR.
           MOVE 'N' TO PEND-SW.
           PERFORM L4-EXPLODE-PART THRU L4-EXPLODE-PART-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > DMD-CNT.
       L3-EXPLODE-PASS-EXIT.
           EXIT.

       L4-EXPLODE-PART.
           IF DMD-PEND-QTY(SUB1) > ZEROS
               MOVE DMD-PART(SUB1) TO WK-PARENT-PART
               MOVE DMD-PEND-QTY(SUB1) TO WK-PARENT-QTY
               MOVE ZEROS TO DMD-PEND-QTY(SUB1)
               PERFORM L5-EXPLODE-COMPONENT THRU
                   L5-EXPLODE-COMPONENT-EXIT
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > BOM-CNT
           END-IF.
       L4-EXPLODE-PART-EXIT.
           EXIT.

       L5-EXPLODE-COMPONENT.
           IF BT-PARENT(SUB2) = WK-PARENT-PART
               COMPUTE WK-PART-DEMAND =
                   WK-PARENT-QTY * BT-QTY-PER(SUB2)
               MOVE BT-COMPONENT(SUB2) TO WK-DMD-PART
               PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT
           END-IF.
       L5-EXPLODE-COMPONENT-EXIT.
           EXIT.

       L2-MAINLINE.
           READ INVENTORY-DATA
               AT END
                   MOVE 'N' TO MORE-INV-RECS
               NOT AT END
                   ADD 1 TO WK-PART-CTR
                   PERFORM L3-CHECK-PART THRU L3-CHECK-PART-EXIT
           END-READ.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-CHECK-PART.
           IF I-INV-QTY = ZEROS
               GO TO L3-CHECK-PART-EXIT
           END-IF.
           MOVE ZEROS TO WK-PART-DEMAND.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= DMD-CNT OR ROW-FOUND
               ADD 1 TO SUB1
               IF DMD-PART(SUB1) = I-INV-PART
                   MOVE 'Y' TO FOUND-SW
                   MOVE DMD-QTY(SUB1) TO WK-PART-DEMAND
               END-IF
           END-PERFORM.
           IF WK-PART-DEMAND = ZEROS
               MOVE I-INV-QTY TO WK-EXCESS-QTY
           ELSE
               COMPUTE WK-KEEP-QTY = WK-PART-DEMAND + I-INV-SAFETY
               IF I-INV-QTY > WK-KEEP-QTY
                   COMPUTE WK-EXCESS-QTY = I-INV-QTY - WK-KEEP-QTY
               ELSE
                   GO TO L3-CHECK-PART-EXIT
               END-IF
           END-IF.
           IF EXO-CNT >= 2000
               DISPLAY 'CBLPGEXO - EXCESS-DATA FULL AT 2000 ROWS - '
                   'PART ' I-INV-PART ' SKIPPED'
               MOVE 4 TO WK-RETURN-CODE
               GO TO L3-CHECK-PART-EXIT
           END-IF.
           ADD 1 TO EXO-CNT.
           IF WK-PART-DEMAND = ZEROS
               MOVE 'O' TO EXO-TYPE(EXO-CNT)
           ELSE
               MOVE 'E' TO EXO-TYPE(EXO-CNT)
           END-IF.
           MOVE I-INV-PART TO EXO-PART(EXO-CNT).
           MOVE I-INV-QTY TO EXO-ONHAND(EXO-CNT).
           MOVE WK-PART-DEMAND TO EXO-DEMAND(EXO-CNT).
           MOVE WK-EXCESS-QTY TO EXO-EXCESS-QTY(EXO-CNT).
           MOVE I-INV-COST TO EXO-COST(EXO-CNT).
           COMPUTE EXO-EXCESS-COST(EXO-CNT) =
               WK-EXCESS-QTY * I-INV-COST.
           MOVE I-INV-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-ACTIVITY THRU L9-FIND-ACTIVITY-EXIT.
           IF ROW-FOUND
               MOVE ACT-LAST-DATE(SUB1) TO EXO-LAST-DATE(EXO-CNT)
           ELSE
               MOVE ZEROS TO EXO-LAST-DATE(EXO-CNT)
           END-IF.
       L3-CHECK-PART-EXIT.
           EXIT.

       L2-PRINT-EXCESS.
           MOVE 'O' TO WK-SECTION.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           PERFORM L3-EXCESS-LINE THRU L3-EXCESS-LINE-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > EXO-CNT.
           IF WK-OBS-CTR = ZEROS
               MOVE 'NO OBSOLETE PARTS ON HAND' TO NL-TEXT
               PERFORM L9-NONE-LINE THRU L9-NONE-LINE-EXIT
           END-IF.
           MOVE 'TOTAL OBSOLETE' TO STL-TEXT.
           MOVE WK-OBS-CTR TO STL-CNT.
           MOVE WK-OBS-COST TO STL-COST.
           PERFORM L9-SECTION-TOTAL THRU L9-SECTION-TOTAL-EXIT.
           MOVE 'E' TO WK-SECTION.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           PERFORM L3-EXCESS-LINE THRU L3-EXCESS-LINE-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > EXO-CNT.
           IF WK-EXC-CTR = ZEROS
               MOVE 'NO PARTS IN EXCESS OF FLEET DEMAND' TO NL-TEXT
               PERFORM L9-NONE-LINE THRU L9-NONE-LINE-EXIT
           END-IF.
           MOVE 'TOTAL EXCESS' TO STL-TEXT.
           MOVE WK-EXC-CTR TO STL-CNT.
           MOVE WK-EXC-COST TO STL-COST.
           PERFORM L9-SECTION-TOTAL THRU L9-SECTION-TOTAL-EXIT.
           COMPUTE WK-GRAND-COST = WK-OBS-COST + WK-EXC-COST.
           MOVE WK-GRAND-COST TO GTL-COST.
           WRITE PRTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L2-PRINT-EXCESS-EXIT.
           EXIT.

       L3-EXCESS-LINE.
           IF EXO-TYPE(SUB1) NOT = WK-SECTION
               GO TO L3-EXCESS-LINE-EXIT
           END-IF.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE EXO-PART(SUB1) TO XD-PART.
           MOVE EXO-ONHAND(SUB1) TO XD-ONHAND.
           MOVE EXO-DEMAND(SUB1) TO XD-DEMAND.
           MOVE EXO-EXCESS-QTY(SUB1) TO XD-EXCESS-QTY.
           MOVE EXO-COST(SUB1) TO XD-COST.
           MOVE EXO-EXCESS-COST(SUB1) TO XD-EXCESS-COST.
           IF EXO-LAST-DATE(SUB1) = ZEROS
               MOVE SPACES TO XD-LAST-DATE
               MOVE '  NONE' TO XD-DAYS
           ELSE
               MOVE EXO-LAST-DATE(SUB1)(5:2) TO ED-MONTH
               MOVE EXO-LAST-DATE(SUB1)(7:2) TO ED-DAY
               MOVE EXO-LAST-DATE(SUB1)(1:4) TO ED-YEAR
               MOVE EDIT-DATE-OUT TO XD-LAST-DATE
               IF EXO-LAST-DATE(SUB1) < WK-RUN-DATE-N
                   COMPUTE WK-DAYS =
                       FUNCTION INTEGER-OF-DATE(WK-RUN-DATE-N) -
                       FUNCTION INTEGER-OF-DATE(EXO-LAST-DATE(SUB1))
               ELSE
                   MOVE ZEROS TO WK-DAYS
               END-IF
               MOVE WK-DAYS TO XD-DAYS-N
           END-IF.
           WRITE PRTLINE FROM EXO-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           IF OBSOLETE-SECTION
               ADD 1 TO WK-OBS-CTR
               ADD EXO-EXCESS-COST(SUB1) TO WK-OBS-COST
           ELSE
               ADD 1 TO WK-EXC-CTR
               ADD EXO-EXCESS-COST(SUB1) TO WK-EXC-COST
           END-IF.
       L3-EXCESS-LINE-EXIT.
           EXIT.

       L2-CANCEL-CANDIDATES.
           IF NOT ALLOC-FILE-PRESENT
               GO TO L2-CANCEL-CANDIDATES-EXIT
           END-IF.
           MOVE 'C' TO WK-SECTION.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           OPEN INPUT REQ-DATA.
           IF WS-REQ-STATUS NOT = '35'
               PERFORM L3-CHECK-REQ THRU L3-CHECK-REQ-EXIT
                   UNTIL NO-MORE-REQ
               CLOSE REQ-DATA
           END-IF.
           IF WK-CAN-CTR = ZEROS
               MOVE 'NO REQUISITIONS TO CANCEL' TO NL-TEXT
               PERFORM L9-NONE-LINE THRU L9-NONE-LINE-EXIT
           END-IF.
           MOVE 'TOTAL CANCEL CANDIDATES' TO STL-TEXT.
           MOVE ' REQS' TO STL-UNIT.
           MOVE WK-CAN-CTR TO STL-CNT.
           MOVE WK-CAN-COST TO STL-COST.
           PERFORM L9-SECTION-TOTAL THRU L9-SECTION-TOTAL-EXIT.
       L2-CANCEL-CANDIDATES-EXIT.
           EXIT.

       L3-CHECK-REQ.
           READ REQ-DATA
               AT END
                   MOVE 'N' TO MORE-REQ-RECS
                   GO TO L3-CHECK-REQ-EXIT
           END-READ.
           IF Q-OPEN-QTY = ZEROS
               GO TO L3-CHECK-REQ-EXIT
           END-IF.
           MOVE Q-REQ-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-SHORTAGE THRU L9-FIND-SHORTAGE-EXIT.
           IF ROW-FOUND
               MOVE SHT-QTY(SUB1) TO WK-SHORT-QTY
           ELSE
               MOVE ZEROS TO WK-SHORT-QTY
           END-IF.
           IF Q-OPEN-QTY > WK-SHORT-QTY
               COMPUTE WK-CANCEL-QTY = Q-OPEN-QTY - WK-SHORT-QTY
               PERFORM L4-CANCEL-LINE THRU L4-CANCEL-LINE-EXIT
               IF ROW-FOUND
                   MOVE ZEROS TO SHT-QTY(SUB1)
               END-IF
           ELSE
               IF ROW-FOUND
                   SUBTRACT Q-OPEN-QTY FROM SHT-QTY(SUB1)
               END-IF
           END-IF.
       L3-CHECK-REQ-EXIT.
           EXIT.

       L4-CANCEL-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           COMPUTE WK-CANCEL-COST = WK-CANCEL-QTY * Q-UNIT-COST.
           MOVE Q-REQ-PART TO CD-PART.
           MOVE Q-REQ-DATE(5:2) TO ED-MONTH.
           MOVE Q-REQ-DATE(7:2) TO ED-DAY.
           MOVE Q-REQ-DATE(1:4) TO ED-YEAR.
           MOVE EDIT-DATE-OUT TO CD-REQ-DATE.
           MOVE Q-OPEN-QTY TO CD-OPEN-QTY.
           MOVE WK-SHORT-QTY TO CD-SHORT-QTY.
           MOVE WK-CANCEL-QTY TO CD-CANCEL-QTY.
           MOVE Q-UNIT-COST TO CD-COST.
           MOVE WK-CANCEL-COST TO CD-CANCEL-COST.
           WRITE PRTLINE FROM CANCEL-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD 1 TO WK-CAN-CTR.
           ADD WK-CANCEL-COST TO WK-CAN-COST.
       L4-CANCEL-LINE-EXIT.
           EXIT.

       L2-CLOSING.
           CLOSE MACHINE-MASTER.
           CLOSE ORDER-DATA.
           CLOSE INVENTORY-DATA.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L9-ADD-DEMAND.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB3.
           PERFORM UNTIL SUB3 >= DMD-CNT OR ROW-FOUND
               ADD 1 TO SUB3
               IF DMD-PART(SUB3) = WK-DMD-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF ROW-FOUND
               ADD WK-PART-DEMAND TO DMD-QTY(SUB3)
               ADD WK-PART-DEMAND TO DMD-PEND-QTY(SUB3)
               MOVE 'Y' TO PEND-SW
           ELSE
               IF DMD-CNT < 2000
                   ADD 1 TO DMD-CNT
                   MOVE WK-DMD-PART TO DMD-PART(DMD-CNT)
                   MOVE WK-PART-DEMAND TO DMD-QTY(DMD-CNT)
                   MOVE WK-PART-DEMAND TO DMD-PEND-QTY(DMD-CNT)
                   MOVE 'Y' TO PEND-SW
               ELSE
                   DISPLAY 'CBLPGEXO - DEMAND-DATA FULL AT 2000 '
                       'ROWS - PART ' WK-DMD-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-ADD-DEMAND-EXIT.
           EXIT.

       L9-FIND-ACTIVITY.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= ACT-CNT OR ROW-FOUND
               ADD 1 TO SUB1
               IF ACT-PART(SUB1) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-ACTIVITY-EXIT.
           EXIT.

       L9-FIND-SHORTAGE.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= SHT-CNT OR ROW-FOUND
               ADD 1 TO SUB1
               IF SHT-PART(SUB1) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-SHORTAGE-EXIT.
           EXIT.

       L9-LOAD-BOM.
           READ BOM-DATA
               AT END
                   MOVE 'N' TO MORE-BOM-RECS
               NOT AT END
                   IF BOM-CNT < 2000
                       ADD 1 TO BOM-CNT
                       MOVE BM-PARENT TO BT-PARENT(BOM-CNT)
                       MOVE BM-COMPONENT TO BT-COMPONENT(BOM-CNT)
                       MOVE BM-QTY-PER TO BT-QTY-PER(BOM-CNT)
                   ELSE
                       DISPLAY 'CBLPGEXO - BOM-TABLE-DATA FULL AT '
                           '2000 ROWS - PARENT ' BM-PARENT ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-BOM-EXIT.
           EXIT.

       L9-LOAD-ACTIVITY.
           READ INV-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-HST-RECS
                   GO TO L9-LOAD-ACTIVITY-EXIT
           END-READ.
           IF IH-CODE NOT = 'R' AND IH-CODE NOT = 'I'
               GO TO L9-LOAD-ACTIVITY-EXIT
           END-IF.
           MOVE IH-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-ACTIVITY THRU L9-FIND-ACTIVITY-EXIT.
           IF ROW-FOUND
               IF IH-DATE > ACT-LAST-DATE(SUB1)
                   MOVE IH-DATE TO ACT-LAST-DATE(SUB1)
               END-IF
           ELSE
               IF ACT-CNT < 2000
                   ADD 1 TO ACT-CNT
                   MOVE IH-PART TO ACT-PART(ACT-CNT)
                   MOVE IH-DATE TO ACT-LAST-DATE(ACT-CNT)
               ELSE
                   DISPLAY 'CBLPGEXO - ACTIVITY-DATA FULL AT 2000 '
                       'ROWS - PART ' IH-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-LOAD-ACTIVITY-EXIT.
           EXIT.

       L9-LOAD-SHORTAGE.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
                   GO TO L9-LOAD-SHORTAGE-EXIT
           END-READ.
           IF PA-TYPE = 'S' OR PA-NEED-QTY NOT > PA-ALLOC-QTY
               GO TO L9-LOAD-SHORTAGE-EXIT
           END-IF.
           MOVE PA-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-SHORTAGE THRU L9-FIND-SHORTAGE-EXIT.
           IF ROW-FOUND
               COMPUTE SHT-QTY(SUB1) = SHT-QTY(SUB1) +
                   PA-NEED-QTY - PA-ALLOC-QTY
           ELSE
               IF SHT-CNT < 2000
                   ADD 1 TO SHT-CNT
                   MOVE PA-PART TO SHT-PART(SHT-CNT)
                   COMPUTE SHT-QTY(SHT-CNT) =
                       PA-NEED-QTY - PA-ALLOC-QTY
               ELSE
                   DISPLAY 'CBLPGEXO - SHORTAGE-DATA FULL AT 2000 '
                       'ROWS - PART ' PA-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-LOAD-SHORTAGE-EXIT.
           EXIT.

       L9-READ-MASTER.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-MASTER-RECS.
       L9-READ-MASTER-EXIT.
           EXIT.

       L9-READ-ORDER.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-ORDER-RECS.
       L9-READ-ORDER-EXIT.
           EXIT.

       L9-NONE-LINE.
           WRITE PRTLINE FROM NONE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-NONE-LINE-EXIT.
           EXIT.

       L9-SECTION-TOTAL.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           WRITE PRTLINE FROM SECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L9-SECTION-TOTAL-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           EVALUATE TRUE
               WHEN OBSOLETE-SECTION
                   MOVE 'OBSOLETE - NO FLEET DEMAND' TO ST-TEXT
               WHEN EXCESS-SECTION
                   MOVE 'EXCESS - ON HAND OVER FLEET DEMAND PLUS SAFETY'
                       TO ST-TEXT
               WHEN OTHER
                   MOVE 'OPEN REQUISITIONS - CANDIDATES TO CANCEL'
                       TO ST-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           IF CANCEL-SECTION
               WRITE PRTLINE FROM CANCEL-HDGS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM COL-HDGS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 7 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
