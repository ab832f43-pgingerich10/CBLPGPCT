       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGPRJ.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE PROJECTED COMPLETION REPORT
      *    (PROJCOMP.PRT) BY PLANT AND DEPARTMENT (MACHDEPT.DAT) FOR
      *    EVERY MACHINE ON MACHSHTCOST.DAT WITH SHORTAGE DOLLARS.
      *    FOR EACH SHORT PURCHASED PART OF THE MACHINE (NEED LESS
      *    ALLOCATED ON PARTALLOC.DAT) IT LISTS THE OLDEST OPEN
      *    REQUISITION DATE FROM OPENREQ.DAT, THE VENDOR FROM
      *    PARTVEND.DAT WITH ITS LEAD-TIME DAYS FROM VENDOR.DAT, AND
      *    THE PROJECTED ARRIVAL DATE -
      *        PO   THE EARLIEST PROMISED DATE OF AN OPEN PO LINE FOR
      *             THE PART ON OPENPO.DAT, WHEN IT IS ON ORDER,
      *        REQ  OTHERWISE THE REQUISITION DATE PLUS THE VENDOR'S
      *             LEAD-TIME DAYS.
      *    THE MACHINE'S PROJECTED CLEAR-TO-BUILD DATE IS THE LATEST
      *    ARRIVAL DATE OF ITS SHORT PARTS.  A SHORT PART WITH NO
      *    OPEN REQUISITION OR NO VENDOR HAS NO ARRIVAL DATE, AND ITS
      *    MACHINE IS FLAGGED WITH NO PROJECTED DATE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MACH-SHT-COST-DATA
               ASSIGN TO "MACHSHTCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSC-STATUS.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT DEPT-REF-DATA
               ASSIGN TO "MACHDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPEN-REQ-DATA
               ASSIGN TO "OPENREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.

           SELECT OPEN-PO-DATA
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPO-STATUS.

           SELECT VENDOR-DATA
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT PART-VEND-DATA
               ASSIGN TO "PARTVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVN-STATUS.

           SELECT PRTOUT
               ASSIGN TO "PROJCOMP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.

       FD  MACH-SHT-COST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS MACH-SHT-COST-REC.

       01  MACH-SHT-COST-REC.
           05  MS-PLANT            PIC X(3).
           05  MS-MACHINE          PIC X(5).
           05  MS-SHT-COST         PIC 9(8)V99.

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

       FD  DEPT-REF-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS DEPT-REF-REC.

       01  DEPT-REF-REC.
           05  D-REF-PLANT              PIC X(3).
           05  D-REF-MACHINE            PIC X(5).
           05  D-REF-DEPT               PIC X(4).

       FD  OPEN-REQ-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS OPEN-REQ-REC.

       01  OPEN-REQ-REC.
           05  Q-REQ-PART          PIC X(5).
           05  Q-REQ-DATE          PIC 9(8).
           05  Q-ORIG-QTY          PIC 9(7).
           05  Q-OPEN-QTY          PIC 9(7).
           05  Q-UNIT-COST         PIC 9(4)V99.

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

       FD  VENDOR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS VENDOR-RECORD.

       01  VENDOR-RECORD.
           05  V-VEND-NO           PIC X(5).
           05  V-VEND-NAME         PIC X(25).
           05  V-LEAD-DAYS         PIC 9(3).

       FD  PART-VEND-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PART-VEND-RECORD.

       01  PART-VEND-RECORD.
           05  PV-PART             PIC X(5).
           05  PV-VEND-NO          PIC X(5).

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
           05  SR-PLANT                 PIC X(3).
           05  SR-DEPT                  PIC X(4).
           05  SR-MACHINE               PIC X(5).
           05  SR-SHT-COST              PIC 9(8)V99.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-MSC-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WS-DEPT-STATUS      PIC XX          VALUE SPACES.
           05  WS-OPN-STATUS       PIC XX          VALUE SPACES.
           05  WS-OPO-STATUS       PIC XX          VALUE SPACES.
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WS-PVN-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-MSC-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-MSC                     VALUE 'N'.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  MORE-DEPT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-DEPT                    VALUE 'N'.
           05  MORE-OPEN-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-OPEN                    VALUE 'N'.
           05  MORE-OPO-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-OPO                     VALUE 'N'.
           05  MORE-VND-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  MORE-PVN-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PVN                     VALUE 'N'.
           05  MORE-SORT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-SORT                    VALUE 'N'.
           05  FOUND-SW            PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  NO-DATE-SW          PIC X           VALUE 'N'.
               88  MACH-NO-DATE                    VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  WK-CUR-PLANT        PIC X(3)        VALUE SPACES.
           05  WK-CUR-DEPT         PIC X(4)        VALUE LOW-VALUES.
           05  WK-MACH-DEPT        PIC X(4)        VALUE SPACES.
           05  WK-SHORT-QTY        PIC 9(6)        VALUE ZEROS.
           05  WK-SEARCH-PART      PIC X(5)        VALUE SPACES.
           05  WK-SEARCH-VEND      PIC X(5)        VALUE SPACES.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-ARRIVE-DAYS      PIC 9(7)        VALUE ZEROS.
           05  WK-CLEAR-DATE       PIC 9(8)        VALUE ZEROS.
           05  WK-EDIT-DATE-IN     PIC 9(8)        VALUE ZEROS.
           05  WK-EDIT-DATE-OUT.
               10  WK-EDIT-MONTH       PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  WK-EDIT-DAY         PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  WK-EDIT-YEAR        PIC 9(4).
           05  WK-MACH-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-NO-DATE-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-PAST-DUE-CTR     PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  DEPT-REFERENCE-DATA.
           05  DEPT-TBL-CNT        PIC 999         VALUE ZEROS.
           05  DEPT-TABLE OCCURS 200 TIMES.
               10  DEPT-PLANT          PIC X(3).
               10  DEPT-MACHINE        PIC X(5).
               10  DEPT-CODE           PIC X(4).

       01  SHORT-PART-DATA.
           05  SHP-CNT             PIC 9(4)        VALUE ZEROS.
           05  SHP-TABLE OCCURS 2000 TIMES.
               10  SHP-PLANT           PIC X(3).
               10  SHP-MACHINE         PIC X(5).
               10  SHP-PART            PIC X(5).
               10  SHP-QTY             PIC 9(7).

       01  OPEN-REQ-TABLE-DATA.
           05  ORQ-CNT             PIC 9(4)        VALUE ZEROS.
           05  ORQ-TABLE OCCURS 2000 TIMES.
               10  ORQ-PART            PIC X(5).
               10  ORQ-DATE            PIC 9(8).

       01  OPEN-PO-TABLE-DATA.
           05  OPO-CNT             PIC 9(4)        VALUE ZEROS.
           05  OPO-TABLE OCCURS 2000 TIMES.
               10  OPO-PART            PIC X(5).
               10  OPO-PROMISE         PIC 9(8).

       01  VENDOR-TABLE-DATA.
           05  VND-CNT             PIC 999         VALUE ZEROS.
           05  VND-TABLE OCCURS 200 TIMES.
               10  VND-NO              PIC X(5).
               10  VND-LEAD            PIC 9(3).

       01  PART-VEND-TABLE-DATA.
           05  PVN-CNT             PIC 9(4)        VALUE ZEROS.
           05  PVN-TABLE OCCURS 2000 TIMES.
               10  PVN-PART            PIC X(5).
               10  PVN-VEND            PIC X(5).

       01  MACH-PART-DATA.
           05  MPT-CNT             PIC 99          VALUE ZEROS.
           05  MPT-TABLE OCCURS 99 TIMES.
               10  MPT-PART            PIC X(5).
               10  MPT-SHORT           PIC 9(7).
               10  MPT-REQ-DATE        PIC 9(8).
               10  MPT-VEND            PIC X(5).
               10  MPT-LEAD            PIC 9(3).
               10  MPT-ARRIVAL         PIC 9(8).
               10  MPT-SRC             PIC X(3).
               10  MPT-NOTE            PIC X(11).

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
           05  FILLER              PIC X(27)   VALUE
                           'PROJECTED COMPLETION REPORT'.

       01  PLANT-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PLANT: '.
           05  PH-PLANT            PIC X(3).

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(11)   VALUE 'SHORT QTY'.
           05  FILLER              PIC X(12)   VALUE 'REQ DATE'.
           05  FILLER              PIC X(7)    VALUE 'VEND'.
           05  FILLER              PIC X(5)    VALUE 'LEAD'.
           05  FILLER              PIC X(12)   VALUE 'ARRIVAL'.
           05  FILLER              PIC X(5)    VALUE 'SRC'.
           05  FILLER              PIC X(4)    VALUE 'NOTE'.

       01  DEPT-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'DEPARTMENT: '.
           05  DH-DEPT             PIC X(10).

       01  MACHINE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'MACHINE: '.
           05  ML-MACHINE          PIC X(5).
           05  FILLER              PIC X(11)   VALUE '  SHORT $: '.
           05  ML-SHT-COST         PIC Z(7)9.99.
           05  FILLER              PIC X(18)   VALUE
                                   '  CLEAR-TO-BUILD: '.
           05  ML-CLEAR-DATE       PIC X(23).

       01  PART-D1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  PD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-SHORT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-REQ-DATE         PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-VEND             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-LEAD             PIC ZZ9     BLANK WHEN ZERO.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-ARRIVAL          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-SRC              PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-NOTE             PIC X(11).

       01  NO-PARTS-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                           'NO SHORT PART DETAIL ON PARTALLOC.DAT'.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'MACHINES SHORT:'.
           05  TL-MACHINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(22)   VALUE
                                   '   NO PROJECTED DATE:'.
           05  TL-NO-DATE          PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'PARTS PAST DUE:'.
           05  TL-PAST-DUE         PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGPRJ.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SR-PLANT SR-DEPT SR-MACHINE
               INPUT PROCEDURE IS L3-SELECT THRU L3-SELECT-EXIT
               OUTPUT PROCEDURE IS L3-REPORT THRU L3-REPORT-EXIT.
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
           OPEN INPUT MACH-SHT-COST-DATA.
           IF WS-MSC-STATUS = '35'
               DISPLAY 'CBLPGPRJ - MACHSHTCOST.DAT NOT FOUND - '
                   'RUN CBLPGSHT FIRST'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGPRJ - PARTALLOC.DAT NOT FOUND - NO '
                   'SHORT PART DETAIL'
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-LOAD-ALLOC THRU L9-LOAD-ALLOC-EXIT
                   UNTIL NO-MORE-ALLOC
               CLOSE ALLOC-DATA
           END-IF.
           OPEN INPUT DEPT-REF-DATA.
           IF WS-DEPT-STATUS = '35'
               DISPLAY 'CBLPGPRJ - MACHDEPT.DAT NOT FOUND - ALL '
                   'MACHINES WILL REPORT AS UNASSIGNED'
           ELSE
               PERFORM L9-LOAD-DEPT THRU L9-LOAD-DEPT-EXIT
                   UNTIL NO-MORE-DEPT
               CLOSE DEPT-REF-DATA
           END-IF.
           OPEN INPUT OPEN-REQ-DATA.
           IF WS-OPN-STATUS NOT = '35'
               PERFORM L9-LOAD-OPEN-REQ THRU L9-LOAD-OPEN-REQ-EXIT
                   UNTIL NO-MORE-OPEN
               CLOSE OPEN-REQ-DATA
           END-IF.
           OPEN INPUT OPEN-PO-DATA.
           IF WS-OPO-STATUS NOT = '35'
               PERFORM L9-LOAD-OPEN-PO THRU L9-LOAD-OPEN-PO-EXIT
                   UNTIL NO-MORE-OPO
               CLOSE OPEN-PO-DATA
           END-IF.
           OPEN INPUT VENDOR-DATA.
           IF WS-VND-STATUS NOT = '35'
               PERFORM L9-LOAD-VENDOR THRU L9-LOAD-VENDOR-EXIT
                   UNTIL NO-MORE-VND
               CLOSE VENDOR-DATA
           END-IF.
           OPEN INPUT PART-VEND-DATA.
           IF WS-PVN-STATUS NOT = '35'
               PERFORM L9-LOAD-PART-VEND THRU L9-LOAD-PART-VEND-EXIT
                   UNTIL NO-MORE-PVN
               CLOSE PART-VEND-DATA
           END-IF.
           OPEN OUTPUT PRTOUT.
       L2-INIT-EXIT.
           EXIT.

       L3-SELECT.
           PERFORM L4-SELECT-MACHINE THRU L4-SELECT-MACHINE-EXIT
               UNTIL NO-MORE-MSC.
       L3-SELECT-EXIT.
           EXIT.

       L4-SELECT-MACHINE.
           READ MACH-SHT-COST-DATA
               AT END
                   MOVE 'N' TO MORE-MSC-RECS
               NOT AT END
                   IF MS-SHT-COST > ZEROS
                       PERFORM L9-FIND-DEPT THRU L9-FIND-DEPT-EXIT
                       MOVE MS-PLANT TO SR-PLANT
                       MOVE WK-MACH-DEPT TO SR-DEPT
                       MOVE MS-MACHINE TO SR-MACHINE
                       MOVE MS-SHT-COST TO SR-SHT-COST
                       RELEASE SORT-REC
                   END-IF
           END-READ.
       L4-SELECT-MACHINE-EXIT.
           EXIT.

       L3-REPORT.
           PERFORM L4-RETURN-MACHINE THRU L4-RETURN-MACHINE-EXIT
               UNTIL NO-MORE-SORT.
       L3-REPORT-EXIT.
           EXIT.

       L4-RETURN-MACHINE.
           RETURN SORT-WORK
               AT END
                   MOVE 'N' TO MORE-SORT-RECS
               NOT AT END
                   IF SR-PLANT NOT = WK-CUR-PLANT
                       PERFORM L5-PLANT-BREAK THRU L5-PLANT-BREAK-EXIT
                   END-IF
                   IF SR-DEPT NOT = WK-CUR-DEPT
                       PERFORM L5-DEPT-BREAK THRU L5-DEPT-BREAK-EXIT
                   END-IF
                   PERFORM L5-MACHINE THRU L5-MACHINE-EXIT
           END-RETURN.
       L4-RETURN-MACHINE-EXIT.
           EXIT.

       L5-PLANT-BREAK.
           MOVE SR-PLANT TO WK-CUR-PLANT.
           MOVE SR-PLANT TO PH-PLANT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           MOVE LOW-VALUES TO WK-CUR-DEPT.
       L5-PLANT-BREAK-EXIT.
           EXIT.

       L5-DEPT-BREAK.
           MOVE SR-DEPT TO WK-CUR-DEPT.
           IF WK-CUR-DEPT = HIGH-VALUES
               MOVE 'UNASSIGNED' TO DH-DEPT
           ELSE
               MOVE WK-CUR-DEPT TO DH-DEPT
           END-IF.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM DEPT-HDG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WK-LINE-CTR.
       L5-DEPT-BREAK-EXIT.
           EXIT.

       L5-MACHINE.
           ADD 1 TO WK-MACH-CTR.
           MOVE ZEROS TO MPT-CNT.
           MOVE ZEROS TO WK-CLEAR-DATE.
           MOVE 'N' TO NO-DATE-SW.
           PERFORM L6-PROJECT-PART THRU L6-PROJECT-PART-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > SHP-CNT.
           IF MPT-CNT = ZEROS
               MOVE 'Y' TO NO-DATE-SW
           END-IF.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
               WRITE PRTLINE FROM DEPT-HDG-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           END-IF.
           MOVE SR-MACHINE TO ML-MACHINE.
           MOVE SR-SHT-COST TO ML-SHT-COST.
           IF MACH-NO-DATE
               MOVE '*** NO PROJECTED DATE' TO ML-CLEAR-DATE
               ADD 1 TO WK-NO-DATE-CTR
           ELSE
               MOVE WK-CLEAR-DATE TO WK-EDIT-DATE-IN
               PERFORM L9-EDIT-DATE THRU L9-EDIT-DATE-EXIT
               MOVE WK-EDIT-DATE-OUT TO ML-CLEAR-DATE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MACHINE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WK-LINE-CTR.
           IF MPT-CNT = ZEROS
               WRITE PRTLINE FROM NO-PARTS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           ELSE
               PERFORM L6-PART-LINE THRU L6-PART-LINE-EXIT
                   VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > MPT-CNT
           END-IF.
       L5-MACHINE-EXIT.
           EXIT.

       L6-PROJECT-PART.
           IF SHP-PLANT(SUB1) NOT = SR-PLANT
               OR SHP-MACHINE(SUB1) NOT = SR-MACHINE
               GO TO L6-PROJECT-PART-EXIT
           END-IF.
           IF MPT-CNT >= 99
               DISPLAY 'CBLPGPRJ - MACH-PART-DATA FULL AT 99 ROWS - '
                   'MACHINE ' SR-MACHINE ' PART ' SHP-PART(SUB1)
                   ' SKIPPED'
               MOVE 4 TO WK-RETURN-CODE
               GO TO L6-PROJECT-PART-EXIT
           END-IF.
           ADD 1 TO MPT-CNT.
           MOVE SHP-PART(SUB1) TO MPT-PART(MPT-CNT).
           MOVE SHP-QTY(SUB1) TO MPT-SHORT(MPT-CNT).
           MOVE ZEROS TO MPT-REQ-DATE(MPT-CNT).
           MOVE SPACES TO MPT-VEND(MPT-CNT).
           MOVE ZEROS TO MPT-LEAD(MPT-CNT).
           MOVE ZEROS TO MPT-ARRIVAL(MPT-CNT).
           MOVE SPACES TO MPT-SRC(MPT-CNT).
           MOVE SPACES TO MPT-NOTE(MPT-CNT).
           MOVE SHP-PART(SUB1) TO WK-SEARCH-PART.
           PERFORM L9-FIND-OPEN-REQ THRU L9-FIND-OPEN-REQ-EXIT.
           IF ROW-FOUND
               MOVE ORQ-DATE(SUB2) TO MPT-REQ-DATE(MPT-CNT)
           END-IF.
           PERFORM L9-FIND-PART-VEND THRU L9-FIND-PART-VEND-EXIT.
           IF ROW-FOUND
               MOVE PVN-VEND(SUB2) TO MPT-VEND(MPT-CNT)
               PERFORM L9-FIND-VENDOR THRU L9-FIND-VENDOR-EXIT
               IF ROW-FOUND
                   MOVE VND-LEAD(SUB2) TO MPT-LEAD(MPT-CNT)
               ELSE
                   MOVE SPACES TO MPT-VEND(MPT-CNT)
               END-IF
           END-IF.
           PERFORM L9-FIND-OPEN-PO THRU L9-FIND-OPEN-PO-EXIT.
           IF ROW-FOUND
               MOVE OPO-PROMISE(SUB2) TO MPT-ARRIVAL(MPT-CNT)
               MOVE 'PO' TO MPT-SRC(MPT-CNT)
           ELSE
               IF MPT-REQ-DATE(MPT-CNT) = ZEROS
                   AND MPT-VEND(MPT-CNT) = SPACES
                   MOVE 'NO REQ/VEND' TO MPT-NOTE(MPT-CNT)
               ELSE
                   IF MPT-REQ-DATE(MPT-CNT) = ZEROS
                       MOVE 'NO OPEN REQ' TO MPT-NOTE(MPT-CNT)
                   ELSE
                       IF MPT-VEND(MPT-CNT) = SPACES
                           MOVE 'NO VENDOR' TO MPT-NOTE(MPT-CNT)
                       ELSE
                           COMPUTE WK-ARRIVE-DAYS =
                               FUNCTION INTEGER-OF-DATE
                                   (MPT-REQ-DATE(MPT-CNT))
                               + MPT-LEAD(MPT-CNT)
                           COMPUTE MPT-ARRIVAL(MPT-CNT) =
                               FUNCTION DATE-OF-INTEGER
                                   (WK-ARRIVE-DAYS)
                           MOVE 'REQ' TO MPT-SRC(MPT-CNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MPT-ARRIVAL(MPT-CNT) = ZEROS
               MOVE 'Y' TO NO-DATE-SW
           ELSE
               IF MPT-ARRIVAL(MPT-CNT) < WK-RUN-DATE-N
                   MOVE 'PAST DUE' TO MPT-NOTE(MPT-CNT)
                   ADD 1 TO WK-PAST-DUE-CTR
               END-IF
               IF MPT-ARRIVAL(MPT-CNT) > WK-CLEAR-DATE
                   MOVE MPT-ARRIVAL(MPT-CNT) TO WK-CLEAR-DATE
               END-IF
           END-IF.
       L6-PROJECT-PART-EXIT.
           EXIT.

       L6-PART-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
               WRITE PRTLINE FROM DEPT-HDG-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           END-IF.
           MOVE MPT-PART(SUB1) TO PD-PART.
           MOVE MPT-SHORT(SUB1) TO PD-SHORT.
           IF MPT-REQ-DATE(SUB1) = ZEROS
               MOVE SPACES TO PD-REQ-DATE
           ELSE
               MOVE MPT-REQ-DATE(SUB1) TO WK-EDIT-DATE-IN
               PERFORM L9-EDIT-DATE THRU L9-EDIT-DATE-EXIT
               MOVE WK-EDIT-DATE-OUT TO PD-REQ-DATE
           END-IF.
           MOVE MPT-VEND(SUB1) TO PD-VEND.
           MOVE MPT-LEAD(SUB1) TO PD-LEAD.
           IF MPT-ARRIVAL(SUB1) = ZEROS
               MOVE SPACES TO PD-ARRIVAL
           ELSE
               MOVE MPT-ARRIVAL(SUB1) TO WK-EDIT-DATE-IN
               PERFORM L9-EDIT-DATE THRU L9-EDIT-DATE-EXIT
               MOVE WK-EDIT-DATE-OUT TO PD-ARRIVAL
           END-IF.
           MOVE MPT-SRC(SUB1) TO PD-SRC.
           MOVE MPT-NOTE(SUB1) TO PD-NOTE.
           WRITE PRTLINE FROM PART-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L6-PART-LINE-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-LINE-CTR = ZEROS OR WK-LINE-CTR >= 52
               MOVE SPACES TO PH-PLANT
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-MACH-CTR TO TL-MACHINES.
           MOVE WK-NO-DATE-CTR TO TL-NO-DATE.
           MOVE WK-PAST-DUE-CTR TO TL-PAST-DUE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE MACH-SHT-COST-DATA.
           CLOSE PRTOUT.
           IF WK-NO-DATE-CTR > ZEROS
               AND WK-RETURN-CODE < 4
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L9-LOAD-ALLOC.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
               NOT AT END
                   IF AL-TYPE = 'P'
                       AND AL-NEED-QTY > AL-ALLOC-QTY
                       PERFORM L9-POST-SHORT THRU L9-POST-SHORT-EXIT
                   END-IF
           END-READ.
       L9-LOAD-ALLOC-EXIT.
           EXIT.

       L9-POST-SHORT.
           COMPUTE WK-SHORT-QTY = AL-NEED-QTY - AL-ALLOC-QTY.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= SHP-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF SHP-PLANT(SUB2) = AL-PLANT
                   AND SHP-MACHINE(SUB2) = AL-MACHINE
                   AND SHP-PART(SUB2) = AL-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF ROW-FOUND
               ADD WK-SHORT-QTY TO SHP-QTY(SUB2)
           ELSE
               IF SHP-CNT < 2000
                   ADD 1 TO SHP-CNT
                   MOVE AL-PLANT TO SHP-PLANT(SHP-CNT)
                   MOVE AL-MACHINE TO SHP-MACHINE(SHP-CNT)
                   MOVE AL-PART TO SHP-PART(SHP-CNT)
                   MOVE WK-SHORT-QTY TO SHP-QTY(SHP-CNT)
               ELSE
                   DISPLAY 'CBLPGPRJ - SHORT-PART-DATA FULL AT 2000 '
                       'ROWS - PART ' AL-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-SHORT-EXIT.
           EXIT.

       L9-LOAD-DEPT.
           READ DEPT-REF-DATA
               AT END
                   MOVE 'N' TO MORE-DEPT-RECS
               NOT AT END
                   IF DEPT-TBL-CNT < 200
                       ADD 1 TO DEPT-TBL-CNT
                       MOVE D-REF-PLANT TO DEPT-PLANT(DEPT-TBL-CNT)
                       MOVE D-REF-MACHINE TO DEPT-MACHINE(DEPT-TBL-CNT)
                       MOVE D-REF-DEPT TO DEPT-CODE(DEPT-TBL-CNT)
                   ELSE
                       DISPLAY 'CBLPGPRJ - DEPT-REFERENCE-DATA FULL '
                           'AT 200 ROWS - MACHINE ' D-REF-MACHINE
                           ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-DEPT-EXIT.
           EXIT.

       L9-LOAD-OPEN-REQ.
           READ OPEN-REQ-DATA
               AT END
                   MOVE 'N' TO MORE-OPEN-RECS
               NOT AT END
                   IF Q-OPEN-QTY > ZEROS
                       PERFORM L9-POST-OPEN-REQ THRU
                           L9-POST-OPEN-REQ-EXIT
                   END-IF
           END-READ.
       L9-LOAD-OPEN-REQ-EXIT.
           EXIT.

       L9-POST-OPEN-REQ.
           MOVE Q-REQ-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-OPEN-REQ THRU L9-FIND-OPEN-REQ-EXIT.
           IF ROW-FOUND
               IF Q-REQ-DATE < ORQ-DATE(SUB2)
                   MOVE Q-REQ-DATE TO ORQ-DATE(SUB2)
               END-IF
           ELSE
               IF ORQ-CNT < 2000
                   ADD 1 TO ORQ-CNT
                   MOVE Q-REQ-PART TO ORQ-PART(ORQ-CNT)
                   MOVE Q-REQ-DATE TO ORQ-DATE(ORQ-CNT)
               ELSE
                   DISPLAY 'CBLPGPRJ - OPEN-REQ-TABLE-DATA FULL AT '
                       '2000 ROWS - PART ' Q-REQ-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-OPEN-REQ-EXIT.
           EXIT.

       L9-LOAD-OPEN-PO.
           READ OPEN-PO-DATA
               AT END
                   MOVE 'N' TO MORE-OPO-RECS
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
           MOVE OP-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-OPEN-PO THRU L9-FIND-OPEN-PO-EXIT.
           IF ROW-FOUND
               IF OP-PROMISE-DATE < OPO-PROMISE(SUB2)
                   MOVE OP-PROMISE-DATE TO OPO-PROMISE(SUB2)
               END-IF
           ELSE
               IF OPO-CNT < 2000
                   ADD 1 TO OPO-CNT
                   MOVE OP-PART TO OPO-PART(OPO-CNT)
                   MOVE OP-PROMISE-DATE TO OPO-PROMISE(OPO-CNT)
               ELSE
                   DISPLAY 'CBLPGPRJ - OPEN-PO-TABLE-DATA FULL AT '
                       '2000 ROWS - PART ' OP-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-OPEN-PO-EXIT.
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
                       DISPLAY 'CBLPGPRJ - VENDOR-TABLE-DATA FULL AT '
                           '200 ROWS - VENDOR ' V-VEND-NO ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-VENDOR-EXIT.
           EXIT.

       L9-LOAD-PART-VEND.
           READ PART-VEND-DATA
               AT END
                   MOVE 'N' TO MORE-PVN-RECS
               NOT AT END
                   IF PVN-CNT < 2000
                       ADD 1 TO PVN-CNT
                       MOVE PV-PART TO PVN-PART(PVN-CNT)
                       MOVE PV-VEND-NO TO PVN-VEND(PVN-CNT)
                   ELSE
                       DISPLAY 'CBLPGPRJ - PART-VEND-TABLE-DATA FULL '
                           'AT 2000 ROWS - PART ' PV-PART ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-PART-VEND-EXIT.
           EXIT.

       L9-FIND-DEPT.
           MOVE HIGH-VALUES TO WK-MACH-DEPT.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= DEPT-TBL-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF DEPT-PLANT(SUB2) = MS-PLANT
                   AND DEPT-MACHINE(SUB2) = MS-MACHINE
                   MOVE 'Y' TO FOUND-SW
                   MOVE DEPT-CODE(SUB2) TO WK-MACH-DEPT
               END-IF
           END-PERFORM.
       L9-FIND-DEPT-EXIT.
           EXIT.

       L9-FIND-OPEN-REQ.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= ORQ-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF ORQ-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-OPEN-REQ-EXIT.
           EXIT.

       L9-FIND-OPEN-PO.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= OPO-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF OPO-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-OPEN-PO-EXIT.
           EXIT.

       L9-FIND-PART-VEND.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= PVN-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF PVN-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-PART-VEND-EXIT.
           EXIT.

       L9-FIND-VENDOR.
           MOVE PVN-VEND(SUB2) TO WK-SEARCH-VEND.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= VND-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF VND-NO(SUB2) = WK-SEARCH-VEND
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-VENDOR-EXIT.
           EXIT.

       L9-EDIT-DATE.
           MOVE WK-EDIT-DATE-IN(5:2) TO WK-EDIT-MONTH.
           MOVE WK-EDIT-DATE-IN(7:2) TO WK-EDIT-DAY.
           MOVE WK-EDIT-DATE-IN(1:4) TO WK-EDIT-YEAR.
       L9-EDIT-DATE-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PLANT-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
