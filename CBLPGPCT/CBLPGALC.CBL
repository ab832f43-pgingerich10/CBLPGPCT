       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGALC.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL ALLOCATE THE ON-HAND QUANTITY OF EVERY
      *    PART ACROSS THE MACHINES THAT USE IT IN ORDER DUE DATE AND
      *    PRIORITY SEQUENCE, SO THAT STOCK IS PROMISED ONLY ONCE.
      *    EACH MACHINE MASTER ROW WITH AN ORDER RECORD IS EXPANDED
      *    TO ITS PART NEED (PART QTY TIMES ORDER NUM) AND SORTED BY
      *    DUE DATE, PRIORITY, PLANT, MACHINE, AND PART.  THE PART'S
      *    REMAINING ON-HAND IS HANDED OUT TO EACH NEED IN TURN UNTIL
      *    IT IS GONE.
      *
      *    ORDERS WITH NO DUE DATE ARE ALLOCATED AFTER EVERY DATED
      *    ORDER.  A BLANK PRIORITY IS TREATED AS PRIORITY 5.
      *    PRIORITY 1 IS THE MOST URGENT.
      *
      *    OUTPUTS -
      *        PARTALLOC.DAT  ALLOCATION BY PLANT/MACHINE/PART, USED
      *                       BY CBLPGSHT AND CBLPGPCT TO COST THE
      *                       SHORTAGES FROM ALLOCATED QUANTITY AND
      *                       BY CBLPGWUS AND CBLPGRPL FOR THE
      *                       EXPLODED DEMAND
      *        CLRBUILD.PRT   CLEAR-TO-BUILD LIST OF THE MACHINES
      *                       WHOSE EVERY PART IS FULLY ALLOCATED, IN
      *                       ALLOCATION SEQUENCE
      *
      *    A MASTER PART THAT IS A PARENT ON THE BILL OF MATERIAL FILE
      *    (PARTBOM.DAT) IS A SUBASSEMBLY WE BUILD.  ITS OWN ON-HAND
      *    IS ALLOCATED FIRST AND ONLY THE QUANTITY STILL SHORT IS
      *    EXPLODED TO ITS COMPONENTS (SHORT TIMES QTY PER), WHICH ARE
      *    ALLOCATED THE SAME WAY, LEVEL BY LEVEL, DOWN TO PURCHASED
      *    PARTS.  EVERY PART IN THE EXPLOSION GETS ITS OWN ROW ON
      *    PARTALLOC.DAT UNDER THE MASTER PART, IN STRUCTURE ORDER,
      *    MARKED M (MADE) OR P (PURCHASED).  A MACHINE IS CLEAR TO
      *    BUILD WHEN NO PURCHASED ROW UNDER IT IS SHORT.  THE
      *    EXPLOSION STOPS AT 9 LEVELS - A DEEPER SUBASSEMBLY IS
      *    TREATED AS PURCHASED AND THE RUN ENDS WITH RETURN CODE 4.
      *    WHEN PARTBOM.DAT IS MISSING EVERY PART IS PURCHASED.
      *
      *    WHEN A ROW IS STILL SHORT AFTER ITS OWN ON-HAND, THE
      *    APPROVED ALTERNATES ON THE SUBSTITUTE PART FILE
      *    (SUBPART.DAT) FOR THAT PLANT, OR FOR ALL PLANTS WHEN THE
      *    PLANT IS BLANK, ARE DRAWN DOWN IN FILE ORDER BEFORE THE
      *    SHORTAGE IS DECLARED OR EXPLODED.  THE RATIO IS THE
      *    QUANTITY OF THE ALTERNATE THAT REPLACES ONE OF THE
      *    PRIMARY.  THE QUANTITY COVERED COUNTS AS ALLOCATED TO THE
      *    PRIMARY ROW, AND EACH ALTERNATE USED GETS ITS OWN ROW
      *    MARKED S (SUBSTITUTE) FOLLOWING THE PRIMARY ROW, WITH THE
      *    PRIMARY QUANTITY IT COVERED.  CBLPGSUB PRINTS THESE ROWS.
      *    WHEN SUBPART.DAT IS MISSING NO SUBSTITUTES ARE USED.
      *
      *    MACHINES WITH NO ORDER RECORD ARE SKIPPED WITH A CONSOLE
      *    MESSAGE, THE SAME AS CBLPGSHT.
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
               ACCESS IS RANDOM
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT BOM-DATA
               ASSIGN TO "PARTBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT SUBST-DATA
               ASSIGN TO "SUBPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT ALLOC-WORK-DATA
               ASSIGN TO "ALLOCWRK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK01".

           SELECT SORT-WORK2
               ASSIGN TO "SORTWK02".

           SELECT PRTOUT
               ASSIGN TO "CLRBUILD.PRT"
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

       FD  SUBST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SUBST-REC.

       01  SUBST-REC.
           05  SB-PRIMARY          PIC X(5).
           05  SB-ALTERNATE        PIC X(5).
           05  SB-RATIO            PIC 9(3)V999.
           05  SB-PLANT            PIC X(3).

       FD  ALLOC-WORK-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-WORK-REC.

       01  ALLOC-WORK-REC.
           05  AW-KEY.
               10  AW-PLANT            PIC X(3).
               10  AW-MACHINE          PIC X(5).
               10  AW-ROOT             PIC X(5).
           05  AW-SEQ              PIC 9(3).
           05  AW-LEVEL            PIC 9.
           05  AW-PART             PIC X(5).
           05  AW-PARENT           PIC X(5).
           05  AW-QTY-PER          PIC 999.
           05  AW-TYPE             PIC X.
           05  AW-NEED-QTY         PIC 9(6).
           05  AW-ALLOC-QTY        PIC 9(6).
           05  AW-DUE-DATE         PIC 9(8).
           05  AW-PRIORITY         PIC X.
           05  AW-ORD-NUM          PIC 9(3).
           05  AW-SUB-QTY          PIC 9(6).

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC               PIC X(61).

       SD  SORT-WORK
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           05  SW-DUE-DATE         PIC 9(8).
           05  SW-PRIORITY         PIC X.
           05  SW-PLANT            PIC X(3).
           05  SW-MACHINE          PIC X(5).
           05  SW-PART             PIC X(5).
           05  SW-ORD-NUM          PIC 9(3).
           05  SW-QTY-PER          PIC 999.
           05  SW-NEED             PIC 9(6).

       SD  SORT-WORK2
           DATA RECORD IS SORT-REC2.

       01  SORT-REC2.
           05  S2-PLANT            PIC X(3).
           05  S2-MACHINE          PIC X(5).
           05  S2-ROOT             PIC X(5).
           05  S2-SEQ              PIC 9(3).
           05  FILLER              PIC X(45).

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
           05  WS-SUB-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-MASTER-RECS    PIC X           VALUE 'Y'.
               88  NO-MORE-MASTER                  VALUE 'N'.
           05  MORE-ORDER-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ORDERS                  VALUE 'N'.
           05  MORE-SORT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-SORT                    VALUE 'N'.
           05  MORE-BOM-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-BOM                     VALUE 'N'.
           05  BOM-FOUND-SW        PIC X           VALUE 'N'.
               88  BOM-FOUND                       VALUE 'Y'.
           05  MORE-SUB-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-SUB                     VALUE 'N'.
           05  ONHAND-FOUND-SW     PIC X           VALUE 'N'.
               88  ONHAND-FOUND                    VALUE 'Y'.
           05  MACH-CLEAR-SW       PIC X           VALUE 'Y'.
               88  MACH-CLEAR                      VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  SUB3                PIC 9(4)        VALUE ZEROS.
           05  WK-BOM-FIRST        PIC 9(4)        VALUE ZEROS.
           05  WK-BOM-LAST         PIC 9(4)        VALUE ZEROS.
           05  WK-ROOT-PART        PIC X(5)        VALUE SPACES.
           05  WK-ROW-SEQ          PIC 9(3)        VALUE ZEROS.
           05  WK-PRIM-SEQ         PIC 9(3)        VALUE ZEROS.
           05  WK-OH-PART          PIC X(5)        VALUE SPACES.
           05  WK-SUB-COVER        PIC 9(6)        VALUE ZEROS.
           05  WK-SUB-USED         PIC 9(6)        VALUE ZEROS.
           05  WK-ROW-SUB-QTY      PIC 9(6)        VALUE ZEROS.
           05  WK-ROW-PART         PIC X(5)        VALUE SPACES.
           05  WK-ROW-PARENT       PIC X(5)        VALUE SPACES.
           05  WK-ROW-LEVEL        PIC 9           VALUE ZEROS.
           05  WK-ROW-QTY-PER      PIC 999         VALUE ZEROS.
           05  WK-ROW-TYPE         PIC X           VALUE SPACE.
           05  WK-ROW-NEED         PIC 9(6)        VALUE ZEROS.
           05  WK-ROW-SHORT        PIC 9(6)        VALUE ZEROS.
           05  WK-CURR-KEY.
               10  WK-CURR-PLANT       PIC X(3)    VALUE SPACES.
               10  WK-CURR-MACHINE     PIC X(5)    VALUE SPACES.
           05  WK-MACH-KEY.
               10  WK-MACH-PLANT       PIC X(3)    VALUE SPACES.
               10  WK-MACH-MACHINE     PIC X(5)    VALUE SPACES.
           05  WK-MACH-DUE-DATE    PIC 9(8)        VALUE ZEROS.
           05  WK-MACH-PRIORITY    PIC X           VALUE SPACE.
           05  WK-MACH-ORD-NUM     PIC 9(3)        VALUE ZEROS.
           05  WK-MACH-PART-CNT    PIC 9(4)        VALUE ZEROS.
           05  WK-ALLOC-QTY        PIC 9(6)        VALUE ZEROS.
           05  WK-DUE-DATE         PIC 9(8)        VALUE ZEROS.
           05  WK-DUE-DATE-X REDEFINES WK-DUE-DATE.
               10  WK-DUE-YEAR         PIC 9(4).
               10  WK-DUE-MONTH        PIC 99.
               10  WK-DUE-DAY          PIC 99.
           05  WK-ROW-CTR          PIC 9(7)        VALUE ZEROS.
           05  WK-MACHINE-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-CLEAR-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-SHORT-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-SKIP-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-SUBST-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  BOM-TABLE-DATA.
           05  BOM-CNT             PIC 9(4)        VALUE ZEROS.
           05  BOM-TABLE OCCURS 2000 TIMES.
               10  BT-PARENT           PIC X(5).
               10  BT-COMPONENT        PIC X(5).
               10  BT-QTY-PER          PIC 999.

       01  SUBST-TABLE-DATA.
           05  SUB-CNT             PIC 9(4)        VALUE ZEROS.
           05  SUBST-TABLE OCCURS 2000 TIMES.
               10  ST-PRIMARY          PIC X(5).
               10  ST-ALTERNATE        PIC X(5).
               10  ST-RATIO            PIC 9(3)V999.
               10  ST-PLANT            PIC X(3).

       01  EXPLODE-DATA.
           05  XP-CNT              PIC 999         VALUE ZEROS.
           05  XP-TABLE OCCURS 200 TIMES.
               10  XP-PART             PIC X(5).
               10  XP-PARENT           PIC X(5).
               10  XP-LEVEL            PIC 9.
               10  XP-QTY-PER          PIC 999.
               10  XP-NEED             PIC 9(6).

       01  ONHAND-DATA.
           05  OH-CNT              PIC 9(4)        VALUE ZEROS.
           05  OH-TABLE OCCURS 2000 TIMES.
               10  OH-PART             PIC X(5).
               10  OH-REMAIN           PIC 9(5).

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
           05  FILLER              PIC X(24)   VALUE SPACES.
           05  FILLER              PIC X(27)   VALUE
                           'CLEAR-TO-BUILD MACHINE LIST'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PLANT'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'MACHINE'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'DUE DATE'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'PRI'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'ORDERS'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PARTS'.

       01  CLEAR-D1.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CB-PLANT            PIC X(3).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CB-MACHINE          PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CB-DUE-DATE.
               10  CB-DUE-MONTH        PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  CB-DUE-DAY          PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  CB-DUE-YEAR         PIC 9(4).
           05  CB-DUE-DATE-X REDEFINES CB-DUE-DATE
                                   PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CB-PRIORITY         PIC X.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  CB-ORD-NUM          PIC ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  CB-PART-CNT         PIC ZZZ9.

       01  NO-CLEAR-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(34)   VALUE
                           'NO MACHINES FULLY ALLOCATED TODAY'.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'MACHINES ALLOCATED:'.
           05  TL-MACHINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '     CLEAR:'.
           05  TL-CLEAR            PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '     SHORT:'.
           05  TL-SHORT            PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'ALLOCATION ROWS:'.
           05  TL-ROWS             PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(21)   VALUE
                                   '   MACHINES SKIPPED:'.
           05  TL-SKIPPED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(17)   VALUE
                                   '   SUBSTITUTIONS:'.
           05  TL-SUBST            PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGALC.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-DUE-DATE SW-PRIORITY SW-PLANT
                   SW-MACHINE SW-PART
               INPUT PROCEDURE IS L3-BUILD THRU L3-BUILD-EXIT
               OUTPUT PROCEDURE IS L3-ALLOCATE THRU L3-ALLOCATE-EXIT.
           CLOSE ALLOC-WORK-DATA.
           SORT SORT-WORK2
               ON ASCENDING KEY S2-PLANT S2-MACHINE S2-ROOT S2-SEQ
               USING ALLOC-WORK-DATA
               GIVING ALLOC-DATA.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
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
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           OPEN INPUT MACHINE-MASTER.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGALC - INVENTORY.DAT NOT FOUND - '
                   'RUN CBLPGILD TO BUILD IT'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BOM-DATA.
           IF WS-BOM-STATUS = '35'
               DISPLAY 'CBLPGALC - PARTBOM.DAT NOT FOUND - EVERY '
                   'PART TREATED AS PURCHASED'
           ELSE
               PERFORM L9-LOAD-BOM THRU L9-LOAD-BOM-EXIT
                   UNTIL NO-MORE-BOM
               CLOSE BOM-DATA
           END-IF.
           OPEN INPUT SUBST-DATA.
           IF WS-SUB-STATUS = '35'
               DISPLAY 'CBLPGALC - SUBPART.DAT NOT FOUND - NO '
                   'SUBSTITUTE PARTS USED'
           ELSE
               PERFORM L9-LOAD-SUBST THRU L9-LOAD-SUBST-EXIT
                   UNTIL NO-MORE-SUB
               CLOSE SUBST-DATA
           END-IF.
           OPEN INPUT ORDER-DATA.
           OPEN OUTPUT ALLOC-WORK-DATA.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L3-BUILD.
           PERFORM L4-MACHINE THRU L4-MACHINE-EXIT
               UNTIL NO-MORE-MASTER.
       L3-BUILD-EXIT.
           EXIT.

       L4-MACHINE.
           MOVE I-MST-KEY TO WK-CURR-KEY.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT
               UNTIL NO-MORE-ORDERS
                   OR I-ORD-KEY >= WK-CURR-KEY.
           IF MORE-ORDER-RECS = 'Y'
               AND I-ORD-KEY = WK-CURR-KEY
               PERFORM L4-RELEASE-PART THRU L4-RELEASE-PART-EXIT
                   UNTIL I-MST-KEY NOT = WK-CURR-KEY
                       OR NO-MORE-MASTER
           ELSE
               DISPLAY 'CBLPGALC - NO ORDER RECORD FOR MACHINE '
                   WK-CURR-KEY ' - MACHINE SKIPPED'
               ADD 1 TO WK-SKIP-CTR
               PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT
                   UNTIL I-MST-KEY NOT = WK-CURR-KEY
                       OR NO-MORE-MASTER
           END-IF.
       L4-MACHINE-EXIT.
           EXIT.

       L4-RELEASE-PART.
           IF I-ORD-DUE-DATE IS NUMERIC
               AND I-ORD-DUE-DATE NOT = ZEROS
               MOVE I-ORD-DUE-DATE TO SW-DUE-DATE
           ELSE
               MOVE 99999999 TO SW-DUE-DATE
           END-IF.
           IF I-ORD-PRIORITY = SPACE
               MOVE '5' TO SW-PRIORITY
           ELSE
               MOVE I-ORD-PRIORITY TO SW-PRIORITY
           END-IF.
           MOVE I-PLANT TO SW-PLANT.
           MOVE I-MACHINE TO SW-MACHINE.
           MOVE I-MACHINE-PART TO SW-PART.
           MOVE I-ORD-NUM TO SW-ORD-NUM.
           MOVE I-PART-QTY TO SW-QTY-PER.
           COMPUTE SW-NEED = I-PART-QTY * I-ORD-NUM.
           RELEASE SORT-REC.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L4-RELEASE-PART-EXIT.
           EXIT.

       L3-ALLOCATE.
           MOVE SPACES TO WK-MACH-KEY.
           PERFORM L4-RETURN-REC THRU L4-RETURN-REC-EXIT
               UNTIL NO-MORE-SORT.
           IF WK-MACH-KEY NOT = SPACES
               PERFORM L4-MACHINE-END THRU L4-MACHINE-END-EXIT
           END-IF.
       L3-ALLOCATE-EXIT.
           EXIT.

       L4-RETURN-REC.
           RETURN SORT-WORK
               AT END
                   MOVE 'N' TO MORE-SORT-RECS
               NOT AT END
                   IF SW-PLANT NOT = WK-MACH-PLANT
                       OR SW-MACHINE NOT = WK-MACH-MACHINE
                       IF WK-MACH-KEY NOT = SPACES
                           PERFORM L4-MACHINE-END THRU
                               L4-MACHINE-END-EXIT
                       END-IF
                       PERFORM L4-MACHINE-START THRU
                           L4-MACHINE-START-EXIT
                   END-IF
                   PERFORM L4-ALLOCATE-PART THRU L4-ALLOCATE-PART-EXIT
           END-RETURN.
       L4-RETURN-REC-EXIT.
           EXIT.

       L4-MACHINE-START.
           MOVE SW-PLANT TO WK-MACH-PLANT.
           MOVE SW-MACHINE TO WK-MACH-MACHINE.
           MOVE SW-DUE-DATE TO WK-MACH-DUE-DATE.
           MOVE SW-PRIORITY TO WK-MACH-PRIORITY.
           MOVE SW-ORD-NUM TO WK-MACH-ORD-NUM.
           MOVE ZEROS TO WK-MACH-PART-CNT.
           MOVE 'Y' TO MACH-CLEAR-SW.
           ADD 1 TO WK-MACHINE-CTR.
       L4-MACHINE-START-EXIT.
           EXIT.

       L4-ALLOCATE-PART.
           MOVE SW-PART TO WK-ROOT-PART.
           MOVE ZEROS TO WK-ROW-SEQ.
           MOVE 1 TO XP-CNT.
           MOVE SW-PART TO XP-PART(1).
           MOVE SPACES TO XP-PARENT(1).
           MOVE ZEROS TO XP-LEVEL(1).
           MOVE SW-QTY-PER TO XP-QTY-PER(1).
           MOVE SW-NEED TO XP-NEED(1).
           PERFORM L5-EXPLODE-ROW THRU L5-EXPLODE-ROW-EXIT
               UNTIL XP-CNT = ZEROS.
           ADD 1 TO WK-MACH-PART-CNT.
       L4-ALLOCATE-PART-EXIT.
           EXIT.

       L5-EXPLODE-ROW.
           MOVE XP-PART(XP-CNT) TO WK-ROW-PART.
           MOVE XP-PARENT(XP-CNT) TO WK-ROW-PARENT.
           MOVE XP-LEVEL(XP-CNT) TO WK-ROW-LEVEL.
           MOVE XP-QTY-PER(XP-CNT) TO WK-ROW-QTY-PER.
           MOVE XP-NEED(XP-CNT) TO WK-ROW-NEED.
           SUBTRACT 1 FROM XP-CNT.
           ADD 1 TO WK-ROW-SEQ.
           MOVE WK-ROW-SEQ TO WK-PRIM-SEQ.
           MOVE ZEROS TO WK-ROW-SUB-QTY.
           MOVE WK-ROW-PART TO WK-OH-PART.
           PERFORM L9-FIND-ONHAND THRU L9-FIND-ONHAND-EXIT.
           IF ONHAND-FOUND
               IF WK-ROW-NEED <= OH-REMAIN(SUB1)
                   MOVE WK-ROW-NEED TO WK-ALLOC-QTY
               ELSE
                   MOVE OH-REMAIN(SUB1) TO WK-ALLOC-QTY
               END-IF
               SUBTRACT WK-ALLOC-QTY FROM OH-REMAIN(SUB1)
           ELSE
               MOVE ZEROS TO WK-ALLOC-QTY
           END-IF.
           COMPUTE WK-ROW-SHORT = WK-ROW-NEED - WK-ALLOC-QTY.
           IF WK-ROW-SHORT > ZEROS AND SUB-CNT > ZEROS
               PERFORM L6-SUBSTITUTE THRU L6-SUBSTITUTE-EXIT
                   VARYING SUB3 FROM 1 BY 1
                       UNTIL SUB3 > SUB-CNT OR WK-ROW-SHORT = ZEROS
           END-IF.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
           IF BOM-FOUND
               MOVE 'M' TO WK-ROW-TYPE
           ELSE
               MOVE 'P' TO WK-ROW-TYPE
           END-IF.
           IF BOM-FOUND AND WK-ROW-SHORT > ZEROS
               IF WK-ROW-LEVEL >= 9
                   DISPLAY 'CBLPGALC - STRUCTURE DEEPER THAN 9 LEVELS '
                       'AT PART ' WK-ROW-PART ' UNDER ' WK-ROOT-PART
                       ' - TREATED AS PURCHASED'
                   MOVE 'P' TO WK-ROW-TYPE
                   MOVE 4 TO WK-RETURN-CODE
               ELSE
                   PERFORM L6-PUSH-COMPONENT THRU
                       L6-PUSH-COMPONENT-EXIT
                       VARYING SUB2 FROM WK-BOM-LAST BY -1
                           UNTIL SUB2 < WK-BOM-FIRST
               END-IF
           END-IF.
           IF WK-ROW-TYPE = 'P' AND WK-ROW-SHORT > ZEROS
               MOVE 'N' TO MACH-CLEAR-SW
           END-IF.
           MOVE WK-PRIM-SEQ TO AW-SEQ.
           MOVE WK-ROW-LEVEL TO AW-LEVEL.
           MOVE WK-ROW-PART TO AW-PART.
           MOVE WK-ROW-PARENT TO AW-PARENT.
           MOVE WK-ROW-QTY-PER TO AW-QTY-PER.
           MOVE WK-ROW-TYPE TO AW-TYPE.
           MOVE WK-ROW-NEED TO AW-NEED-QTY.
           MOVE WK-ALLOC-QTY TO AW-ALLOC-QTY.
           MOVE WK-ROW-SUB-QTY TO AW-SUB-QTY.
           PERFORM L9-WRITE-ALLOC-WORK THRU L9-WRITE-ALLOC-WORK-EXIT.
       L5-EXPLODE-ROW-EXIT.
           EXIT.

       L6-SUBSTITUTE.
           IF ST-PRIMARY(SUB3) = WK-ROW-PART
               AND (ST-PLANT(SUB3) = SPACES
                   OR ST-PLANT(SUB3) = SW-PLANT)
               AND ST-RATIO(SUB3) > ZEROS
               MOVE ST-ALTERNATE(SUB3) TO WK-OH-PART
               PERFORM L9-FIND-ONHAND THRU L9-FIND-ONHAND-EXIT
               IF ONHAND-FOUND
                   COMPUTE WK-SUB-COVER =
                       OH-REMAIN(SUB1) / ST-RATIO(SUB3)
                   IF WK-SUB-COVER > WK-ROW-SHORT
                       MOVE WK-ROW-SHORT TO WK-SUB-COVER
                   END-IF
                   IF WK-SUB-COVER > ZEROS
                       COMPUTE WK-SUB-USED ROUNDED =
                           WK-SUB-COVER * ST-RATIO(SUB3)
                       IF WK-SUB-USED > OH-REMAIN(SUB1)
                           MOVE OH-REMAIN(SUB1) TO WK-SUB-USED
                       END-IF
                       SUBTRACT WK-SUB-USED FROM OH-REMAIN(SUB1)
                       ADD WK-SUB-COVER TO WK-ALLOC-QTY
                       ADD WK-SUB-COVER TO WK-ROW-SUB-QTY
                       SUBTRACT WK-SUB-COVER FROM WK-ROW-SHORT
                       ADD 1 TO WK-SUBST-CTR
                       ADD 1 TO WK-ROW-SEQ
                       MOVE WK-ROW-SEQ TO AW-SEQ
                       MOVE WK-ROW-LEVEL TO AW-LEVEL
                       MOVE ST-ALTERNATE(SUB3) TO AW-PART
                       MOVE WK-ROW-PART TO AW-PARENT
                       MOVE ZEROS TO AW-QTY-PER
                       MOVE 'S' TO AW-TYPE
                       MOVE WK-SUB-USED TO AW-NEED-QTY
                       MOVE WK-SUB-USED TO AW-ALLOC-QTY
                       MOVE WK-SUB-COVER TO AW-SUB-QTY
                       PERFORM L9-WRITE-ALLOC-WORK THRU
                           L9-WRITE-ALLOC-WORK-EXIT
                   END-IF
               END-IF
           END-IF.
       L6-SUBSTITUTE-EXIT.
           EXIT.

       L6-PUSH-COMPONENT.
           IF XP-CNT < 200
               ADD 1 TO XP-CNT
               MOVE BT-COMPONENT(SUB2) TO XP-PART(XP-CNT)
               MOVE WK-ROW-PART TO XP-PARENT(XP-CNT)
               COMPUTE XP-LEVEL(XP-CNT) = WK-ROW-LEVEL + 1
               MOVE BT-QTY-PER(SUB2) TO XP-QTY-PER(XP-CNT)
               COMPUTE XP-NEED(XP-CNT) =
                   WK-ROW-SHORT * BT-QTY-PER(SUB2)
           ELSE
               DISPLAY 'CBLPGALC - EXPLODE-DATA FULL AT 200 ROWS - '
                   'COMPONENT ' BT-COMPONENT(SUB2) ' OF '
                   WK-ROW-PART ' SKIPPED'
               MOVE 'N' TO MACH-CLEAR-SW
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L6-PUSH-COMPONENT-EXIT.
           EXIT.

       L4-MACHINE-END.
           IF MACH-CLEAR
               ADD 1 TO WK-CLEAR-CTR
               PERFORM L4-CLEAR-DETAIL THRU L4-CLEAR-DETAIL-EXIT
           ELSE
               ADD 1 TO WK-SHORT-CTR
           END-IF.
       L4-MACHINE-END-EXIT.
           EXIT.

       L4-CLEAR-DETAIL.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-MACH-PLANT TO CB-PLANT.
           MOVE WK-MACH-MACHINE TO CB-MACHINE.
           IF WK-MACH-DUE-DATE = 99999999
               MOVE 'NO DATE' TO CB-DUE-DATE-X
           ELSE
               MOVE WK-MACH-DUE-DATE TO WK-DUE-DATE
               MOVE '/' TO CB-DUE-DATE-X(3:1)
               MOVE '/' TO CB-DUE-DATE-X(6:1)
               MOVE WK-DUE-MONTH TO CB-DUE-MONTH
               MOVE WK-DUE-DAY TO CB-DUE-DAY
               MOVE WK-DUE-YEAR TO CB-DUE-YEAR
           END-IF.
           MOVE WK-MACH-PRIORITY TO CB-PRIORITY.
           MOVE WK-MACH-ORD-NUM TO CB-ORD-NUM.
           MOVE WK-MACH-PART-CNT TO CB-PART-CNT.
           WRITE PRTLINE FROM CLEAR-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L4-CLEAR-DETAIL-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-CLEAR-CTR = ZEROS
               WRITE PRTLINE FROM NO-CLEAR-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           END-IF.
           IF WK-LINE-CTR >= 51
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-MACHINE-CTR TO TL-MACHINES.
           MOVE WK-CLEAR-CTR TO TL-CLEAR.
           MOVE WK-SHORT-CTR TO TL-SHORT.
           MOVE WK-ROW-CTR TO TL-ROWS.
           MOVE WK-SKIP-CTR TO TL-SKIPPED.
           MOVE WK-SUBST-CTR TO TL-SUBST.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           DISPLAY 'CBLPGALC - MACHINES ALLOCATED: ' WK-MACHINE-CTR.
           DISPLAY 'CBLPGALC - CLEAR TO BUILD:     ' WK-CLEAR-CTR.
           DISPLAY 'CBLPGALC - MACHINES SKIPPED:   ' WK-SKIP-CTR.
           DISPLAY 'CBLPGALC - SUBSTITUTIONS:      ' WK-SUBST-CTR.
           CLOSE MACHINE-MASTER.
           CLOSE INVENTORY-DATA.
           CLOSE ORDER-DATA.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
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

       L9-FIND-ONHAND.
           MOVE 'N' TO ONHAND-FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= OH-CNT OR ONHAND-FOUND
               ADD 1 TO SUB1
               IF OH-PART(SUB1) = WK-OH-PART
                   MOVE 'Y' TO ONHAND-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ONHAND-FOUND
               IF OH-CNT < 2000
                   ADD 1 TO OH-CNT
                   MOVE OH-CNT TO SUB1
                   MOVE WK-OH-PART TO OH-PART(SUB1)
                   MOVE WK-OH-PART TO I-INV-PART
                   READ INVENTORY-DATA
                       INVALID KEY
                           MOVE ZEROS TO OH-REMAIN(SUB1)
                       NOT INVALID KEY
                           MOVE I-INV-QTY TO OH-REMAIN(SUB1)
                   END-READ
                   MOVE 'Y' TO ONHAND-FOUND-SW
               ELSE
                   DISPLAY 'CBLPGALC - ONHAND-DATA FULL AT 2000 ROWS '
                       '- PART ' WK-OH-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-FIND-ONHAND-EXIT.
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
                       DISPLAY 'CBLPGALC - BOM-TABLE-DATA FULL AT '
                           '2000 ROWS - PARENT ' BM-PARENT ' COMPONENT '
                           BM-COMPONENT ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-BOM-EXIT.
           EXIT.

       L9-LOAD-SUBST.
           READ SUBST-DATA
               AT END
                   MOVE 'N' TO MORE-SUB-RECS
               NOT AT END
                   IF SUB-CNT < 2000
                       ADD 1 TO SUB-CNT
                       MOVE SB-PRIMARY TO ST-PRIMARY(SUB-CNT)
                       MOVE SB-ALTERNATE TO ST-ALTERNATE(SUB-CNT)
                       MOVE SB-RATIO TO ST-RATIO(SUB-CNT)
                       MOVE SB-PLANT TO ST-PLANT(SUB-CNT)
                   ELSE
                       DISPLAY 'CBLPGALC - SUBST-TABLE-DATA FULL AT '
                           '2000 ROWS - PRIMARY ' SB-PRIMARY
                           ' ALTERNATE ' SB-ALTERNATE ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-SUBST-EXIT.
           EXIT.

       L9-WRITE-ALLOC-WORK.
           MOVE SW-PLANT TO AW-PLANT.
           MOVE SW-MACHINE TO AW-MACHINE.
           MOVE WK-ROOT-PART TO AW-ROOT.
           IF SW-DUE-DATE = 99999999
               MOVE ZEROS TO AW-DUE-DATE
           ELSE
               MOVE SW-DUE-DATE TO AW-DUE-DATE
           END-IF.
           MOVE SW-PRIORITY TO AW-PRIORITY.
           MOVE SW-ORD-NUM TO AW-ORD-NUM.
           WRITE ALLOC-WORK-REC.
           ADD 1 TO WK-ROW-CTR.
       L9-WRITE-ALLOC-WORK-EXIT.
           EXIT.

       L9-FIND-BOM.
           MOVE 'N' TO BOM-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= BOM-CNT OR BOM-FOUND
               ADD 1 TO SUB2
               IF BT-PARENT(SUB2) = WK-ROW-PART
                   MOVE 'Y' TO BOM-FOUND-SW
               END-IF
           END-PERFORM.
           IF BOM-FOUND
               MOVE SUB2 TO WK-BOM-FIRST
               MOVE SUB2 TO WK-BOM-LAST
               PERFORM UNTIL WK-BOM-LAST >= BOM-CNT
                   OR BT-PARENT(WK-BOM-LAST + 1) NOT = WK-ROW-PART
                   ADD 1 TO WK-BOM-LAST
               END-PERFORM
           END-IF.
       L9-FIND-BOM-EXIT.
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
