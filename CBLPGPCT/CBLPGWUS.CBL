      *    MACHINES WITH NO ORDER RECORD ARE SKIPPED WITH A CONSOLE
      *    MESSAGE, THE SAME AS CBLPGSHT.
      *
      *    THE USES ARE TAKEN FROM THE ALLOCATION FILE (PARTALLOC.DAT)
      *    BUILT BY CBLPGALC, SO A COMPONENT OF A SUBASSEMBLY IS
      *    REPORTED UNDER EVERY MACHINE THAT NEEDS IT, WITH THE
      *    SUBASSEMBLY IT GOES INTO IN THE VIA COLUMN.  A COMPONENT'S
      *    DEMAND IS WHAT IS LEFT SHORT OF ITS PARENT TIMES THE QTY
      *    PER, SINCE THE PARENT'S OWN ON-HAND IS USED FIRST.  A
      *    SUBASSEMBLY IS MARKED ON ITS PART HEADING AND CARRIES NO
      *    SHORTAGE DOLLARS - ITS COMPONENTS CARRY THEM.  AN APPROVED
      *    SUBSTITUTE DRAWN DOWN IN PLACE OF A SHORT PART IS LISTED
      *    WITH THE PRIMARY PART IN THE VIA COLUMN.  WHEN
      *    PARTALLOC.DAT IS MISSING THE MASTER AND ORDER FILES ARE
      *    USED, SINGLE LEVEL, AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK01".


       FD  ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01  ORDER-RECORD.
               10  I-ORD-PLANT         PIC X(3).
               10  I-ORD-MACHINE       PIC X(5).
           05  I-ORD-NUM           PIC 9(3).
           05  I-ORD-DUE-DATE      PIC 9(8).
           05  I-ORD-PRIORITY      PIC X.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           05  I-INV-REORD-PT      PIC 9(5).
           05  I-INV-SAFETY        PIC 9(5).

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC.
           05  AL-KEY.
               10  AL-PLANT            PIC X(3).
               10  AL-MACHINE          PIC X(5).
               10  AL-ROOT             PIC X(5).
           05  AL-SEQ              PIC 9(3).
           05  AL-LEVEL            PIC 9.
           05  AL-PART             PIC X(5).
           05  AL-PARENT           PIC X(5).
           05  AL-QTY-PER          PIC 999.
           05  AL-TYPE             PIC X.
           05  AL-NEED-QTY         PIC 9(6).
           05  AL-ALLOC-QTY        PIC 9(6).
           05  AL-DUE-DATE         PIC 9(8).
           05  AL-PRIORITY         PIC X.
           05  AL-ORD-NUM          PIC 9(3).
           05  AL-SUB-QTY          PIC 9(6).

       SD  SORT-WORK
           DATA RECORD IS SORT-REC.

           05  SW-QTY-PER          PIC 999.
           05  SW-ORD-NUM          PIC 9(3).
           05  SW-DEMAND           PIC 9(6).
           05  SW-VIA              PIC X(5).
           05  SW-TYPE             PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-MASTER-RECS    PIC X           VALUE 'Y'.
               88  NO-MORE-ORDERS                  VALUE 'N'.
           05  MORE-SORT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-SORT                    VALUE 'N'.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  ALLOC-FILE-SW       PIC X           VALUE 'Y'.
               88  ALLOC-FILE-PRESENT              VALUE 'Y'.
           05  INVENTORY-FOUND-SW  PIC X           VALUE 'N'.
               88  INVENTORY-FOUND                 VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  WK-PART-SHORT       PIC 9(8)        VALUE ZEROS.
           05  WK-PART-DOLLARS     PIC 9(10)V99    VALUE ZEROS.
           05  WK-PART-MACH-CNT    PIC 9(4)        VALUE ZEROS.
           05  WK-PART-TYPE        PIC X           VALUE SPACE.
           05  WK-RNK-HOLD         PIC X(42)       VALUE SPACES.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'UNIT COST: '.
           05  PH-COST             PIC Z,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PH-TYPE             PIC X(11).

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'ORDERS'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'DEMAND'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'VIA'.

       01  DETAIL-D1.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  WU-ORD-NUM          PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WU-DEMAND           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  WU-VIA              PIC X(5).

       01  PART-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           END-IF.
           OPEN INPUT ORDER-DATA.
           OPEN OUTPUT PRTOUT.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGWUS - PARTALLOC.DAT NOT FOUND - '
                   'SINGLE LEVEL USES FROM MASTER - RUN CBLPGALC FIRST'
               MOVE 'N' TO ALLOC-FILE-SW
               MOVE 'N' TO MORE-ALLOC-RECS
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L3-BUILD.
           IF ALLOC-FILE-PRESENT
               PERFORM L4-RELEASE-ALLOC THRU L4-RELEASE-ALLOC-EXIT
                   UNTIL NO-MORE-ALLOC
           ELSE
               PERFORM L4-MACHINE THRU L4-MACHINE-EXIT
                   UNTIL NO-MORE-MASTER
           END-IF.
       L3-BUILD-EXIT.
           EXIT.

       L4-RELEASE-ALLOC.
           MOVE AL-PART TO SW-PART.
           MOVE AL-PLANT TO SW-PLANT.
           MOVE AL-MACHINE TO SW-MACHINE.
           MOVE AL-QTY-PER TO SW-QTY-PER.
           MOVE AL-ORD-NUM TO SW-ORD-NUM.
           IF AL-TYPE = 'S'
               MOVE AL-NEED-QTY TO SW-DEMAND
           ELSE
               COMPUTE SW-DEMAND = AL-NEED-QTY - AL-SUB-QTY
           END-IF.
           MOVE AL-PARENT TO SW-VIA.
           MOVE AL-TYPE TO SW-TYPE.
           RELEASE SORT-REC.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT.
       L4-RELEASE-ALLOC-EXIT.
           EXIT.

       L4-MACHINE.
           MOVE I-MST-KEY TO WK-CURR-KEY.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT
           MOVE I-PART-QTY TO SW-QTY-PER.
           MOVE I-ORD-NUM TO SW-ORD-NUM.
           COMPUTE SW-DEMAND = I-PART-QTY * I-ORD-NUM.
           MOVE SPACES TO SW-VIA.
           MOVE 'P' TO SW-TYPE.
           RELEASE SORT-REC.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L4-RELEASE-PART-EXIT.
           END-IF.
           MOVE ZEROS TO WK-PART-DEMAND.
           MOVE ZEROS TO WK-PART-MACH-CNT.
           MOVE SW-TYPE TO WK-PART-TYPE.
           IF WK-LINE-CTR >= 50
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-CUR-PART TO PH-PART.
           MOVE WK-PART-ONHAND TO PH-ONHAND.
           MOVE WK-PART-COST TO PH-COST.
           IF WK-PART-TYPE = 'M'
               MOVE 'SUBASSEMBLY' TO PH-TYPE
           ELSE
               MOVE SPACES TO PH-TYPE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PART-HDG-LINE
           MOVE SW-QTY-PER TO WU-QTY-PER.
           MOVE SW-ORD-NUM TO WU-ORD-NUM.
           MOVE SW-DEMAND TO WU-DEMAND.
           MOVE SW-VIA TO WU-VIA.
           WRITE PRTLINE FROM DETAIL-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           IF WK-PART-DEMAND > WK-PART-ONHAND
               COMPUTE WK-PART-SHORT =
                   WK-PART-DEMAND - WK-PART-ONHAND
               IF WK-PART-TYPE = 'M'
                   MOVE ZEROS TO WK-PART-DOLLARS
               ELSE
                   COMPUTE WK-PART-DOLLARS =
                       WK-PART-SHORT * WK-PART-COST
               END-IF
           ELSE
               MOVE ZEROS TO WK-PART-SHORT
               MOVE ZEROS TO WK-PART-DOLLARS
           CLOSE INVENTORY-DATA.
           CLOSE ORDER-DATA.
           CLOSE PRTOUT.
           IF ALLOC-FILE-PRESENT
               CLOSE ALLOC-DATA
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L9-READ-ORDER-EXIT.
           EXIT.

       L9-READ-ALLOC.
           READ ALLOC-DATA
               AT END MOVE 'N' TO MORE-ALLOC-RECS.
       L9-READ-ALLOC-EXIT.
           EXIT.

       L9-FIND-INVENTORY.
           MOVE 'N' TO INVENTORY-FOUND-SW.
           MOVE WK-CUR-PART TO I-INV-PART.
