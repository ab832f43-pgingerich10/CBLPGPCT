               ASSIGN TO "REQSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  MACH-SHT-COST-DATA
           LABEL RECORD IS STANDARD
           05  RQS-QTY                  PIC 9(7).
           05  RQS-COST                 PIC 9(9)V99.

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC.
           05  AL-KEY.
               10  AL-PLANT             PIC X(3).
               10  AL-MACHINE           PIC X(5).
               10  AL-ROOT              PIC X(5).
           05  AL-SEQ                   PIC 9(3).
           05  AL-LEVEL                 PIC 9.
           05  AL-PART                  PIC X(5).
           05  AL-PARENT                PIC X(5).
           05  AL-QTY-PER               PIC 999.
           05  AL-TYPE                  PIC X.
           05  AL-NEED-QTY              PIC 9(6).
           05  AL-ALLOC-QTY             PIC 9(6).
           05  AL-DUE-DATE              PIC 9(8).
           05  AL-PRIORITY              PIC X.
           05  AL-ORD-NUM               PIC 9(3).
           05  AL-SUB-QTY               PIC 9(6).

       SD  SORT-WORK
           DATA RECORD IS SORT-REC.

           05  WK-PART-ONHAND      PIC 9(5)        VALUE ZEROS.
           05  WK-PART-SHORT       PIC 9(6)        VALUE ZEROS.
           05  WK-PART-COST        PIC 9(9)V99     VALUE ZEROS.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  ALLOC-FILE-SW       PIC X           VALUE 'Y'.
               88  ALLOC-FILE-PRESENT              VALUE 'Y'.
           05  ALLOC-FOUND-SW      PIC X           VALUE 'N'.
               88  ALLOC-FOUND                     VALUE 'Y'.
           05  WK-ALC-KEY.
               10  WK-ALC-PLANT        PIC X(3)    VALUE SPACES.
               10  WK-ALC-MACHINE      PIC X(5)    VALUE SPACES.
               10  WK-ALC-PART         PIC X(5)    VALUE SPACES.
           05  WK-ROW-PART         PIC X(5)        VALUE SPACES.
           05  WK-ROW-VIA          PIC X(5)        VALUE SPACES.
           05  WK-ROW-LEVEL        PIC 9           VALUE ZEROS.
           05  WK-ROW-TYPE         PIC X           VALUE SPACE.
           05  WK-LVL-SUB          PIC 99          VALUE ZEROS.
           05  LVL-SHORT           PIC 9(6)    OCCURS 10 TIMES.
           05  WK-RESTART-PARM     PIC X(20)       VALUE SPACES.
           05  RESTART-MODE-SW     PIC X           VALUE 'N'.
               88  RESTART-MODE                    VALUE 'Y'.
           05  FILLER              PIC X(10)   VALUE 'QTY ONHAND'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'QTY SHORT'.
           05  FILLER              PIC X       VALUE SPACE.
           05  FILLER              PIC X(3)    VALUE 'LVL'.
           05  FILLER              PIC X       VALUE SPACE.
           05  FILLER              PIC X(3)    VALUE 'VIA'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'TYPE'.

       01  EXC-DETAIL-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  PO-ONHAND           PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  PO-SHORT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PO-LEVEL            PIC Z.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PO-VIA              PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PO-TYPE             PIC X(4).

       01  VAL-ERROR-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
                   UNTIL I-SHT-KEY >= WK-RESTART-KEY OR NO-MORE-RECS
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGPCT - PARTALLOC.DAT NOT FOUND - FULL '
                   'ON-HAND USED FOR EVERY MACHINE'
               MOVE 'N' TO ALLOC-FILE-SW
               MOVE 'N' TO MORE-ALLOC-RECS
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
           END-IF.
           OPEN OUTPUT PCT-WORK-DATA.
           OPEN OUTPUT REQ-WORK-DATA.
       L2-INIT-EXIT.
           CLOSE MACH-COST-DATA.
           CLOSE MACHINE-MASTER.
           CLOSE INVENTORY-DATA.
           IF ALLOC-FILE-PRESENT
               CLOSE ALLOC-DATA
           END-IF.
           CLOSE PRTOUT.
           CLOSE PART-PRTOUT.
           CLOSE EXCEPTIONS-PRT.
           ELSE
               COMPUTE WK-PART-NEED = I-PART-QTY * I-ORD-NUM
           END-IF.
           MOVE I-MACHINE-PART TO WK-ROW-PART.
           MOVE SPACES TO WK-ROW-VIA.
           MOVE ZEROS TO WK-ROW-LEVEL.
           MOVE 'P' TO WK-ROW-TYPE.
           PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT.
           IF ALLOC-FILE-PRESENT
               PERFORM L9-FIND-ALLOC THRU L9-FIND-ALLOC-EXIT
               IF ALLOC-FOUND
                   MOVE AL-ALLOC-QTY TO WK-PART-ONHAND
                   MOVE AL-TYPE TO WK-ROW-TYPE
               ELSE
                   MOVE ZEROS TO WK-PART-ONHAND
               END-IF
           ELSE
               IF INVENTORY-FOUND
                   MOVE I-INV-QTY TO WK-PART-ONHAND
               ELSE
                   MOVE ZEROS TO WK-PART-ONHAND
               END-IF
           END-IF.
           PERFORM L5-PART-LINE THRU L5-PART-LINE-EXIT.
           IF ALLOC-FILE-PRESENT AND ALLOC-FOUND
               MOVE WK-PART-SHORT TO LVL-SHORT(1)
               PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
               PERFORM L5-COMPONENT-DETAIL THRU
                   L5-COMPONENT-DETAIL-EXIT
                   UNTIL AL-KEY NOT = WK-ALC-KEY
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L4-PART-DETAIL-EXIT.
           EXIT.

       L5-COMPONENT-DETAIL.
           IF AL-TYPE NOT = 'S'
               MOVE AL-LEVEL TO WK-LVL-SUB
               COMPUTE WK-PART-NEED =
                   LVL-SHORT(WK-LVL-SUB) * AL-QTY-PER
               IF AL-ALLOC-QTY > WK-PART-NEED
                   MOVE WK-PART-NEED TO WK-PART-ONHAND
               ELSE
                   MOVE AL-ALLOC-QTY TO WK-PART-ONHAND
               END-IF
               MOVE AL-PART TO WK-ROW-PART
               MOVE AL-PARENT TO WK-ROW-VIA
               MOVE AL-LEVEL TO WK-ROW-LEVEL
               MOVE AL-TYPE TO WK-ROW-TYPE
               PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT
               PERFORM L5-PART-LINE THRU L5-PART-LINE-EXIT
               ADD 1 TO WK-LVL-SUB
               MOVE WK-PART-SHORT TO LVL-SHORT(WK-LVL-SUB)
           END-IF.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT.
       L5-COMPONENT-DETAIL-EXIT.
           EXIT.

       L5-PART-LINE.
           IF WK-PART-NEED > WK-PART-ONHAND
               IF WK-PART-LINE-CTR >= 54
                   PERFORM L9-PART-HDGS THRU L9-PART-HDGS-EXIT
               END-IF
               COMPUTE WK-PART-SHORT = WK-PART-NEED - WK-PART-ONHAND
               MOVE I-MACHINE TO PO-MACHINE
               MOVE WK-ROW-PART TO PO-PART
               MOVE WK-PART-NEED TO PO-NEEDED
               MOVE WK-PART-ONHAND TO PO-ONHAND
               MOVE WK-PART-SHORT TO PO-SHORT
               MOVE WK-ROW-LEVEL TO PO-LEVEL
               MOVE WK-ROW-VIA TO PO-VIA
               IF WK-ROW-TYPE = 'M'
                   MOVE 'MADE' TO PO-TYPE
               ELSE
                   MOVE 'BUY' TO PO-TYPE
               END-IF
               WRITE PART-PRTLINE FROM PART-D1
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-PART-LINE-CTR
               IF WK-ROW-TYPE NOT = 'M'
                   ADD WK-PART-SHORT TO WK-PLANT-QTY-SHORT
                   PERFORM L4-REQ-ACCUM THRU L4-REQ-ACCUM-EXIT
                   IF SIM-MODE
                       ADD WK-PART-COST TO WK-SIM-SHT-COST
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WK-PART-SHORT
           END-IF.
       L5-PART-LINE-EXIT.
           EXIT.

       L4-PART-PLANT-BREAK.
           ELSE
               MOVE ZEROS TO WK-PART-COST
           END-IF.
           MOVE WK-ROW-PART TO RQW-PART.
           MOVE WK-PART-SHORT TO RQW-QTY.
           MOVE WK-PART-COST TO RQW-COST.
           WRITE REQ-WORK-REC.
       L9-READ-MASTER-EXIT.
           EXIT.

       L9-READ-ALLOC.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
                   MOVE HIGH-VALUES TO AL-KEY
           END-READ.
       L9-READ-ALLOC-EXIT.
           EXIT.

       L9-FIND-ALLOC.
           MOVE 'N' TO ALLOC-FOUND-SW.
           MOVE I-PLANT TO WK-ALC-PLANT.
           MOVE I-MACHINE TO WK-ALC-MACHINE.
           MOVE I-MACHINE-PART TO WK-ALC-PART.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
               UNTIL NO-MORE-ALLOC OR AL-KEY >= WK-ALC-KEY.
           IF AL-KEY = WK-ALC-KEY
               MOVE 'Y' TO ALLOC-FOUND-SW
           END-IF.
       L9-FIND-ALLOC-EXIT.
           EXIT.

       L9-FIND-INVENTORY.
           MOVE 'N' TO INVENTORY-FOUND-SW.
           MOVE WK-ROW-PART TO I-INV-PART.
           READ INVENTORY-DATA
               INVALID KEY
                   CONTINUE
