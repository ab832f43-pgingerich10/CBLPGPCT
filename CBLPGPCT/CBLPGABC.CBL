       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGABC.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE MONTHLY USAGE, ABC AND REORDER
      *    POINT REPORT (ABCUSAGE.PRT) FROM THE INVENTORY HISTORY
      *    FILE (INVHIST.DAT) WRITTEN BY CBLPGINV.  THE RUN DATE IS
      *    THE AS-OF DATE ON CBLPGPCT.PRM, ELSE THE CURRENT DATE.
      *
      *    ISSUES (CODE I) ARE SUMMED BY PART FOR THE RUN MONTH TO
      *    DATE AND FOR THE TWELVE MONTHS ENDING WITH THE RUN MONTH.
      *    WHEN THE HISTORY FILE DOES NOT YET COVER THE WHOLE TWELVE
      *    MONTHS THE USAGE IS ANNUALIZED OVER THE DAYS IT DOES COVER.
      *    ANNUAL USAGE DOLLARS ARE ANNUAL USAGE TIMES I-INV-COST.
      *    PARTS ARE LISTED HIGHEST DOLLARS FIRST AND CLASSED -
      *        A  THE PARTS MAKING UP THE FIRST 80 PCT OF DOLLARS
      *        B  THE PARTS MAKING UP THE NEXT 15 PCT
      *        C  ALL OTHER PARTS, INCLUDING PARTS WITH NO USAGE
      *    THE CLASS OF EVERY PART IS WRITTEN TO PARTABC.DAT.
      *
      *    THE RECOMMENDED SAFETY STOCK IS THE PEAK MONTH'S DAILY
      *    USAGE LESS THE AVERAGE DAILY USAGE, TIMES THE LEAD-TIME
      *    DAYS OF THE PART'S VENDOR (PARTVEND.DAT / VENDOR.DAT).
      *    THE RECOMMENDED REORDER POINT IS THE AVERAGE DAILY USAGE
      *    TIMES THE LEAD-TIME DAYS PLUS THE SAFETY STOCK.  BOTH ARE
      *    PRINTED NEXT TO I-INV-REORD-PT AND I-INV-SAFETY FOR THE
      *    BUYER TO KEY AS P AND S TRANSACTIONS TO CBLPGINV.  A PART
      *    WITH NO VENDOR IS MARKED * AND USES ZERO LEAD-TIME DAYS.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT INV-HIST-DATA
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT VENDOR-DATA
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT PART-VEND-DATA
               ASSIGN TO "PARTVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVN-STATUS.

           SELECT PART-ABC-DATA
               ASSIGN TO "PARTABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.

           SELECT PRTOUT
               ASSIGN TO "ABCUSAGE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.

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

       FD  INV-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INV-HIST-REC.

       01  INV-HIST-REC.
           05  IH-DATE             PIC 9(8).
           05  IH-DATE-X REDEFINES IH-DATE.
               10  IH-YEAR             PIC 9(4).
               10  IH-MONTH            PIC 99.
               10  IH-DAY              PIC 99.
           05  IH-CODE             PIC X.
           05  IH-PART             PIC X(5).
           05  IH-TRN-QTY          PIC 9(5).
           05  IH-TRN-COST         PIC 9(4)V99.
           05  IH-BEF-QTY          PIC 9(5).
           05  IH-BEF-COST         PIC 9(4)V99.
           05  IH-AFT-QTY          PIC 9(5).
           05  IH-AFT-COST         PIC 9(4)V99.

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

       FD  PART-ABC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS PART-ABC-REC.

       01  PART-ABC-REC.
           05  AB-PART             PIC X(5).
           05  AB-CLASS            PIC X.
           05  AB-ANNUAL-QTY       PIC 9(7).
           05  AB-ANNUAL-COST      PIC 9(9)V99.

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
           05  SR-ANNUAL-COST           PIC 9(9)V99.
           05  SR-PART                  PIC X(5).
           05  SR-MONTH-QTY             PIC 9(7).
           05  SR-YEAR-QTY              PIC 9(7).
           05  SR-ANNUAL-QTY            PIC 9(7).
           05  SR-AVG-DAILY             PIC 9(5)V99.
           05  SR-LEAD                  PIC 9(3).
           05  SR-VEND-SW               PIC X.
           05  SR-ROP-CUR               PIC 9(5).
           05  SR-ROP-REC               PIC 9(5).
           05  SR-SS-CUR                PIC 9(5).
           05  SR-SS-REC                PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WS-PVN-STATUS       PIC XX          VALUE SPACES.
           05  WS-ABC-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-INV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-INV                     VALUE 'N'.
           05  MORE-HST-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-HST                     VALUE 'N'.
           05  MORE-VND-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  MORE-PVN-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-PVN                     VALUE 'N'.
           05  MORE-SORT-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-SORT                    VALUE 'N'.
           05  FOUND-SW            PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  WK-SEARCH-PART      PIC X(5)        VALUE SPACES.
           05  WK-SEARCH-VEND      PIC X(5)        VALUE SPACES.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-START-DATE.
               10  WK-START-YEAR       PIC 9(4).
               10  WK-START-MONTH      PIC 99.
               10  WK-START-DAY        PIC 99      VALUE 01.
           05  WK-START-DATE-N REDEFINES WK-START-DATE
                                   PIC 9(8).
           05  WK-START-YM         PIC 9(6)        VALUE ZEROS.
           05  WK-HIST-YM          PIC 9(6)        VALUE ZEROS.
           05  WK-BUCKET           PIC 99          VALUE ZEROS.
           05  WK-FIRST-HIST-DATE  PIC 9(8)        VALUE ZEROS.
           05  WK-COVER-START      PIC 9(8)        VALUE ZEROS.
           05  WK-COVER-DAYS       PIC 9(5)        VALUE ZEROS.
           05  WK-YEAR-QTY         PIC 9(7)        VALUE ZEROS.
           05  WK-PEAK-QTY         PIC 9(7)        VALUE ZEROS.
           05  WK-PEAK-DAILY       PIC 9(5)V99     VALUE ZEROS.
           05  WK-LEAD             PIC 9(3)        VALUE ZEROS.
           05  WK-REC-WORK         PIC 9(7)        VALUE ZEROS.
           05  WK-TOTAL-COST       PIC 9(11)V99    VALUE ZEROS.
           05  WK-CUM-COST         PIC 9(11)V99    VALUE ZEROS.
           05  WK-CUM-PCT          PIC 9(3)V99     VALUE ZEROS.
           05  WK-A-CUTOFF-PCT     PIC 9(3)        VALUE 80.
           05  WK-B-CUTOFF-PCT     PIC 9(3)        VALUE 95.
           05  WK-CLASS            PIC X           VALUE SPACE.
           05  WK-PART-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-NO-VEND-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  USAGE-TABLE-DATA.
           05  USG-CNT             PIC 9(4)        VALUE ZEROS.
           05  USG-TABLE OCCURS 2000 TIMES.
               10  USG-PART            PIC X(5).
               10  USG-MONTH-QTY       PIC 9(7)    OCCURS 12 TIMES.

       01  CLASS-TOTAL-DATA.
           05  CLS-TABLE OCCURS 3 TIMES.
               10  CLS-PARTS           PIC 9(5).
               10  CLS-COST            PIC 9(11)V99.

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
                       'USAGE, ABC CLASS AND REORDER POINT REPORT'.

       01  SUB-TITLE-LINE.
           05  FILLER              PIC X(17)   VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE
                                   'USAGE FROM '.
           05  ST-START-MONTH      PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ST-START-DAY        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ST-START-YEAR       PIC 9(4).
           05  FILLER              PIC X(4)    VALUE ' TO '.
           05  ST-RUN-MONTH        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ST-RUN-DAY          PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ST-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC X(3)    VALUE ' - '.
           05  ST-DAYS             PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE ' DAYS'.

       01  COL-HDGS-LINE-1.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(8)    VALUE 'MONTH'.
           05  FILLER              PIC X(10)   VALUE 'LAST 12'.
           05  FILLER              PIC X(11)   VALUE '   ANNUAL'.
           05  FILLER              PIC X(4)    VALUE ' CL'.
           05  FILLER              PIC X(9)    VALUE ' AVG USE'.
           05  FILLER              PIC X(5)    VALUE 'LEAD'.
           05  FILLER              PIC X(14)   VALUE 'REORDER POINT'.
           05  FILLER              PIC X(12)   VALUE 'SAFETY STOCK'.

       01  COL-HDGS-LINE-2.
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE ' USAGE'.
           05  FILLER              PIC X(10)   VALUE 'MO USAGE'.
           05  FILLER              PIC X(11)   VALUE '  USAGE $'.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE ' PER DAY'.
           05  FILLER              PIC X(5)    VALUE 'DAYS'.
           05  FILLER              PIC X(7)    VALUE ' CURR'.
           05  FILLER              PIC X(7)    VALUE ' RECM'.
           05  FILLER              PIC X(7)    VALUE ' CURR'.
           05  FILLER              PIC X(5)    VALUE ' RECM'.

       01  USAGE-D1.
           05  UD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-MONTH-QTY        PIC ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  UD-YEAR-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  UD-ANNUAL-COST      PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-CLASS            PIC X.
           05  UD-NO-VEND          PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  UD-AVG-DAILY        PIC ZZZZ9.99.
           05  FILLER              PIC X       VALUE SPACE.
           05  UD-LEAD             PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-ROP-CUR          PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-ROP-REC          PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-SS-CUR           PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  UD-SS-REC           PIC ZZZZ9.

       01  CLASS-TOTAL-LINE.
           05  FILLER              PIC X(6)    VALUE 'CLASS '.
           05  CT-CLASS            PIC X.
           05  FILLER              PIC X(9)    VALUE '  PARTS:'.
           05  CT-PARTS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(19)   VALUE
                                   '   ANNUAL USAGE $:'.
           05  CT-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(7)    VALUE '   PCT:'.
           05  CT-PCT              PIC ZZ9.9.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(16)   VALUE
                                   'ALL PARTS:'.
           05  TL-PARTS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(19)   VALUE
                                   '   ANNUAL USAGE $:'.
           05  TL-COST             PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(16)   VALUE
                                   '* NO VENDOR:'.
           05  TL-NO-VEND          PIC ZZ,ZZ9.
           05  FILLER              PIC X(30)   VALUE
                           '   (ZERO LEAD-TIME DAYS USED)'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGABC.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           SORT SORT-WORK
               ON DESCENDING KEY SR-ANNUAL-COST
                  ASCENDING KEY SR-PART
               INPUT PROCEDURE IS L3-BUILD THRU L3-BUILD-EXIT
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
           COMPUTE WK-START-YM = WK-RUN-YEAR * 12 + WK-RUN-MONTH - 12.
           COMPUTE WK-START-YEAR = WK-START-YM / 12.
           COMPUTE WK-START-MONTH =
               WK-START-YM - WK-START-YEAR * 12 + 1.
           ADD 1 TO WK-START-YM.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGABC - INVENTORY.DAT NOT FOUND - '
                   'RUN CBLPGILD TO BUILD IT'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INV-HIST-DATA.
           IF WS-HST-STATUS = '35'
               DISPLAY 'CBLPGABC - INVHIST.DAT NOT FOUND - NO '
                   'USAGE HISTORY'
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-LOAD-HIST THRU L9-LOAD-HIST-EXIT
                   UNTIL NO-MORE-HST
               CLOSE INV-HIST-DATA
           END-IF.
           MOVE WK-START-DATE-N TO WK-COVER-START.
           IF WK-FIRST-HIST-DATE > WK-START-DATE-N
               MOVE WK-FIRST-HIST-DATE TO WK-COVER-START
           END-IF.
           COMPUTE WK-COVER-DAYS =
               FUNCTION INTEGER-OF-DATE(WK-RUN-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WK-COVER-START) + 1.
           IF WK-COVER-DAYS < 1
               MOVE 1 TO WK-COVER-DAYS
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
           MOVE WK-COVER-START(5:2) TO ST-START-MONTH.
           MOVE WK-COVER-START(7:2) TO ST-START-DAY.
           MOVE WK-COVER-START(1:4) TO ST-START-YEAR.
           MOVE WK-RUN-MONTH TO ST-RUN-MONTH.
           MOVE WK-RUN-DAY TO ST-RUN-DAY.
           MOVE WK-RUN-YEAR TO ST-RUN-YEAR.
           MOVE WK-COVER-DAYS TO ST-DAYS.
           MOVE ZEROS TO CLS-PARTS(1) CLS-PARTS(2) CLS-PARTS(3).
           MOVE ZEROS TO CLS-COST(1) CLS-COST(2) CLS-COST(3).
           OPEN OUTPUT PART-ABC-DATA.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L3-BUILD.
           PERFORM L4-BUILD-PART THRU L4-BUILD-PART-EXIT
               UNTIL NO-MORE-INV.
       L3-BUILD-EXIT.
           EXIT.

       L4-BUILD-PART.
           READ INVENTORY-DATA
               AT END
                   MOVE 'N' TO MORE-INV-RECS
               NOT AT END
                   ADD 1 TO WK-PART-CTR
                   PERFORM L5-CALC-PART THRU L5-CALC-PART-EXIT
                   RELEASE SORT-REC
           END-READ.
       L4-BUILD-PART-EXIT.
           EXIT.

       L5-CALC-PART.
           MOVE I-INV-PART TO SR-PART.
           MOVE I-INV-REORD-PT TO SR-ROP-CUR.
           MOVE I-INV-SAFETY TO SR-SS-CUR.
           MOVE ZEROS TO SR-MONTH-QTY.
           MOVE ZEROS TO WK-YEAR-QTY.
           MOVE ZEROS TO WK-PEAK-QTY.
           MOVE I-INV-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-USAGE THRU L9-FIND-USAGE-EXIT.
           IF ROW-FOUND
               MOVE USG-MONTH-QTY(SUB2, 12) TO SR-MONTH-QTY
               PERFORM L6-SUM-MONTH THRU L6-SUM-MONTH-EXIT
                   VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > 12
           END-IF.
           MOVE WK-YEAR-QTY TO SR-YEAR-QTY.
           COMPUTE SR-ANNUAL-QTY ROUNDED =
               WK-YEAR-QTY * 365 / WK-COVER-DAYS.
           COMPUTE SR-ANNUAL-COST ROUNDED =
               SR-ANNUAL-QTY * I-INV-COST.
           COMPUTE SR-AVG-DAILY ROUNDED =
               WK-YEAR-QTY / WK-COVER-DAYS.
           COMPUTE WK-PEAK-DAILY ROUNDED = WK-PEAK-QTY / 30.
           IF WK-PEAK-DAILY < SR-AVG-DAILY
               MOVE SR-AVG-DAILY TO WK-PEAK-DAILY
           END-IF.
           MOVE ZEROS TO WK-LEAD.
           MOVE 'Y' TO SR-VEND-SW.
           PERFORM L9-FIND-PART-VEND THRU L9-FIND-PART-VEND-EXIT.
           IF ROW-FOUND
               PERFORM L9-FIND-VENDOR THRU L9-FIND-VENDOR-EXIT
           END-IF.
           IF ROW-FOUND
               MOVE VND-LEAD(SUB2) TO WK-LEAD
           ELSE
               MOVE 'N' TO SR-VEND-SW
           END-IF.
           MOVE WK-LEAD TO SR-LEAD.
           COMPUTE WK-REC-WORK ROUNDED =
               (WK-PEAK-DAILY - SR-AVG-DAILY) * WK-LEAD.
           IF WK-REC-WORK > 99999
               MOVE 99999 TO WK-REC-WORK
           END-IF.
           MOVE WK-REC-WORK TO SR-SS-REC.
           COMPUTE WK-REC-WORK ROUNDED =
               SR-AVG-DAILY * WK-LEAD + SR-SS-REC.
           IF WK-REC-WORK > 99999
               MOVE 99999 TO WK-REC-WORK
           END-IF.
           MOVE WK-REC-WORK TO SR-ROP-REC.
           ADD SR-ANNUAL-COST TO WK-TOTAL-COST.
       L5-CALC-PART-EXIT.
           EXIT.

       L6-SUM-MONTH.
           ADD USG-MONTH-QTY(SUB2, SUB1) TO WK-YEAR-QTY.
           IF USG-MONTH-QTY(SUB2, SUB1) > WK-PEAK-QTY
               MOVE USG-MONTH-QTY(SUB2, SUB1) TO WK-PEAK-QTY
           END-IF.
       L6-SUM-MONTH-EXIT.
           EXIT.

       L3-REPORT.
           PERFORM L4-RETURN-PART THRU L4-RETURN-PART-EXIT
               UNTIL NO-MORE-SORT.
       L3-REPORT-EXIT.
           EXIT.

       L4-RETURN-PART.
           RETURN SORT-WORK
               AT END
                   MOVE 'N' TO MORE-SORT-RECS
               NOT AT END
                   PERFORM L5-CLASS-PART THRU L5-CLASS-PART-EXIT
                   PERFORM L5-PRINT-PART THRU L5-PRINT-PART-EXIT
           END-RETURN.
       L4-RETURN-PART-EXIT.
           EXIT.

       L5-CLASS-PART.
           IF WK-TOTAL-COST = ZEROS OR SR-ANNUAL-COST = ZEROS
               MOVE 'C' TO WK-CLASS
               MOVE 3 TO SUB1
           ELSE
               COMPUTE WK-CUM-PCT = WK-CUM-COST * 100 / WK-TOTAL-COST
               IF WK-CUM-PCT < WK-A-CUTOFF-PCT
                   MOVE 'A' TO WK-CLASS
                   MOVE 1 TO SUB1
               ELSE
                   IF WK-CUM-PCT < WK-B-CUTOFF-PCT
                       MOVE 'B' TO WK-CLASS
                       MOVE 2 TO SUB1
                   ELSE
                       MOVE 'C' TO WK-CLASS
                       MOVE 3 TO SUB1
                   END-IF
               END-IF
           END-IF.
           ADD SR-ANNUAL-COST TO WK-CUM-COST.
           ADD 1 TO CLS-PARTS(SUB1).
           ADD SR-ANNUAL-COST TO CLS-COST(SUB1).
           MOVE SR-PART TO AB-PART.
           MOVE WK-CLASS TO AB-CLASS.
           MOVE SR-ANNUAL-QTY TO AB-ANNUAL-QTY.
           MOVE SR-ANNUAL-COST TO AB-ANNUAL-COST.
           WRITE PART-ABC-REC.
       L5-CLASS-PART-EXIT.
           EXIT.

       L5-PRINT-PART.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE SR-PART TO UD-PART.
           MOVE SR-MONTH-QTY TO UD-MONTH-QTY.
           MOVE SR-YEAR-QTY TO UD-YEAR-QTY.
           MOVE SR-ANNUAL-COST TO UD-ANNUAL-COST.
           MOVE WK-CLASS TO UD-CLASS.
           IF SR-VEND-SW = 'N'
               MOVE '*' TO UD-NO-VEND
               ADD 1 TO WK-NO-VEND-CTR
           ELSE
               MOVE SPACE TO UD-NO-VEND
           END-IF.
           MOVE SR-AVG-DAILY TO UD-AVG-DAILY.
           MOVE SR-LEAD TO UD-LEAD.
           MOVE SR-ROP-CUR TO UD-ROP-CUR.
           MOVE SR-ROP-REC TO UD-ROP-REC.
           MOVE SR-SS-CUR TO UD-SS-CUR.
           MOVE SR-SS-REC TO UD-SS-REC.
           WRITE PRTLINE FROM USAGE-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L5-PRINT-PART-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-LINE-CTR >= 48
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3-CLASS-TOTAL THRU L3-CLASS-TOTAL-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 3.
           MOVE WK-PART-CTR TO TL-PARTS.
           MOVE WK-TOTAL-COST TO TL-COST.
           MOVE WK-NO-VEND-CTR TO TL-NO-VEND.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE INVENTORY-DATA.
           CLOSE PART-ABC-DATA.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L3-CLASS-TOTAL.
           EVALUATE SUB1
               WHEN 1
                   MOVE 'A' TO CT-CLASS
               WHEN 2
                   MOVE 'B' TO CT-CLASS
               WHEN OTHER
                   MOVE 'C' TO CT-CLASS
           END-EVALUATE.
           MOVE CLS-PARTS(SUB1) TO CT-PARTS.
           MOVE CLS-COST(SUB1) TO CT-COST.
           IF WK-TOTAL-COST = ZEROS
               MOVE ZEROS TO CT-PCT
           ELSE
               COMPUTE CT-PCT ROUNDED =
                   CLS-COST(SUB1) * 100 / WK-TOTAL-COST
           END-IF.
           WRITE PRTLINE FROM CLASS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       L3-CLASS-TOTAL-EXIT.
           EXIT.

       L9-LOAD-HIST.
           READ INV-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-HST-RECS
               NOT AT END
                   IF WK-FIRST-HIST-DATE = ZEROS
                       OR IH-DATE < WK-FIRST-HIST-DATE
                       MOVE IH-DATE TO WK-FIRST-HIST-DATE
                   END-IF
                   IF IH-CODE = 'I'
                       AND IH-DATE >= WK-START-DATE-N
                       AND IH-DATE <= WK-RUN-DATE-N
                       PERFORM L9-POST-USAGE THRU L9-POST-USAGE-EXIT
                   END-IF
           END-READ.
       L9-LOAD-HIST-EXIT.
           EXIT.

       L9-POST-USAGE.
           COMPUTE WK-HIST-YM = IH-YEAR * 12 + IH-MONTH.
           COMPUTE WK-BUCKET = WK-HIST-YM - WK-START-YM + 1.
           MOVE IH-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-USAGE THRU L9-FIND-USAGE-EXIT.
           IF NOT ROW-FOUND
               IF USG-CNT < 2000
                   ADD 1 TO USG-CNT
                   MOVE USG-CNT TO SUB2
                   INITIALIZE USG-TABLE(SUB2)
                   MOVE IH-PART TO USG-PART(SUB2)
               ELSE
                   DISPLAY 'CBLPGABC - USAGE-TABLE-DATA FULL AT 2000 '
                       'ROWS - PART ' IH-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
                   GO TO L9-POST-USAGE-EXIT
               END-IF
           END-IF.
           ADD IH-TRN-QTY TO USG-MONTH-QTY(SUB2, WK-BUCKET).
       L9-POST-USAGE-EXIT.
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
                       DISPLAY 'CBLPGABC - VENDOR-TABLE-DATA FULL AT '
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
                       DISPLAY 'CBLPGABC - PART-VEND-TABLE-DATA FULL '
                           'AT 2000 ROWS - PART ' PV-PART ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-PART-VEND-EXIT.
           EXIT.

       L9-FIND-USAGE.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= USG-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF USG-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-USAGE-EXIT.
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

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUB-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COL-HDGS-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 7 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
