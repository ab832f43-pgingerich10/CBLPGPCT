       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGVSC.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE MONTHLY VENDOR ON-TIME
      *    SCORECARD (VENDSCORE.PRT) FROM THE CLOSED PO LINE HISTORY
      *    (POHIST.DAT) WRITTEN BY CBLPGPOM.  EVERY LINE CLOSED IN THE
      *    REPORT MONTH (THE AS-OF MONTH ON CBLPGPCT.PRM, ELSE THE
      *    CURRENT MONTH) WITH A RECEIPT AGAINST IT IS COUNTED FOR
      *    ITS VENDOR AS -
      *        ON TIME   LAST RECEIPT ON OR BEFORE THE PROMISED DATE
      *        LATE      LAST RECEIPT AFTER THE PROMISED DATE
      *        SHORT     CLOSED SHORT WITH LESS RECEIVED THAN ORDERED
      *    WITH THE PERCENT ON TIME AND THE AVERAGE DAYS LATE OF THE
      *    LATE LINES.  LINES CANCELLED WITH NOTHING RECEIVED ARE NOT
      *    COUNTED.  VENDOR NAMES COME FROM VENDOR.DAT.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-HIST-DATA
               ASSIGN TO "POHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT VENDOR-DATA
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT PRTOUT
               ASSIGN TO "VENDSCORE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
           05  OH-CLOSE-DATE.
               10  OH-CLOSE-YEAR       PIC 9(4).
               10  OH-CLOSE-MONTH      PIC 99.
               10  OH-CLOSE-DAY        PIC 99.

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

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-VND-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-HST-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-HST                     VALUE 'N'.
           05  MORE-VND-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-VND                     VALUE 'N'.
           05  VEND-FOUND-SW       PIC X           VALUE 'N'.
               88  VEND-FOUND                      VALUE 'Y'.
           05  SUB1                PIC 999         VALUE ZEROS.
           05  SUB2                PIC 999         VALUE ZEROS.
           05  WK-RPT-YEAR         PIC 9(4)        VALUE ZEROS.
           05  WK-RPT-MONTH        PIC 99          VALUE ZEROS.
           05  WK-PROMISE-DAYS     PIC 9(7)        VALUE ZEROS.
           05  WK-RCV-DAYS         PIC 9(7)        VALUE ZEROS.
           05  WK-DAYS-LATE        PIC 9(5)        VALUE ZEROS.
           05  WK-PCT              PIC 999V9       VALUE ZEROS.
           05  WK-AVG-LATE         PIC 9(4)V9      VALUE ZEROS.
           05  WK-LINES-READ       PIC 9(7)        VALUE ZEROS.
           05  WK-TOT-LINES        PIC 9(7)        VALUE ZEROS.
           05  WK-TOT-ONTIME       PIC 9(7)        VALUE ZEROS.
           05  WK-TOT-LATE         PIC 9(7)        VALUE ZEROS.
           05  WK-TOT-SHORT        PIC 9(7)        VALUE ZEROS.
           05  WK-TOT-DAYS-LATE    PIC 9(9)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  SCORE-TABLE-DATA.
           05  VSC-CNT             PIC 999         VALUE ZEROS.
           05  VSC-TABLE OCCURS 200 TIMES.
               10  VSC-VEND-NO         PIC X(5).
               10  VSC-VEND-NAME       PIC X(25).
               10  VSC-LINES           PIC 9(5).
               10  VSC-ONTIME          PIC 9(5).
               10  VSC-LATE            PIC 9(5).
               10  VSC-SHORT           PIC 9(5).
               10  VSC-DAYS-LATE       PIC 9(7).

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
           05  FILLER              PIC X(18)   VALUE SPACES.
           05  FILLER              PIC X(35)   VALUE
                           'VENDOR ON-TIME SCORECARD FOR MONTH '.
           05  RT-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  RT-YEAR             PIC 9(4).

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'VEND'.
           05  FILLER              PIC X(21)   VALUE 'VENDOR NAME'.
           05  FILLER              PIC X(8)    VALUE ' LINES'.
           05  FILLER              PIC X(8)    VALUE 'ONTIME'.
           05  FILLER              PIC X(8)    VALUE '  LATE'.
           05  FILLER              PIC X(8)    VALUE ' SHORT'.
           05  FILLER              PIC X(6)    VALUE 'ONTM%'.
           05  FILLER              PIC X(8)    VALUE 'AVG LATE'.

       01  SCORE-D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-VEND-NO          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-VEND-NAME        PIC X(20).
           05  FILLER              PIC X       VALUE SPACE.
           05  SC-LINES            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-ONTIME           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-LATE             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-SHORT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SC-PCT              PIC ZZ9.9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SC-AVG-LATE         PIC ZZZ9.9.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(27)   VALUE 'ALL VENDORS'.
           05  TL-LINES            PIC ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  TL-ONTIME           PIC ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  TL-LATE             PIC ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  TL-SHORT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TL-PCT              PIC ZZ9.9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  TL-AVG-LATE         PIC ZZZ9.9.

       01  NO-LINES-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                           'NO PO LINES CLOSED IN THE REPORT MONTH'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGVSC.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-HST.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-YEAR TO WK-RPT-YEAR.
           MOVE I-MONTH TO WK-RPT-MONTH.
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
                           MOVE PARM-AS-OF-YEAR TO WK-RPT-YEAR
                           MOVE PARM-AS-OF-MONTH TO WK-RPT-MONTH
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
           MOVE WK-RPT-MONTH TO RT-MONTH.
           MOVE WK-RPT-YEAR TO RT-YEAR.
           OPEN INPUT VENDOR-DATA.
           IF WS-VND-STATUS = '35'
               DISPLAY 'CBLPGVSC - VENDOR.DAT NOT FOUND - '
                   'NAMES NOT PRINTED'
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-LOAD-VENDOR THRU L9-LOAD-VENDOR-EXIT
                   UNTIL NO-MORE-VND
               CLOSE VENDOR-DATA
           END-IF.
           OPEN INPUT PO-HIST-DATA.
           IF WS-HST-STATUS = '35'
               DISPLAY 'CBLPGVSC - POHIST.DAT NOT FOUND'
               MOVE 'N' TO MORE-HST-RECS
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           READ PO-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-HST-RECS
               NOT AT END
                   ADD 1 TO WK-LINES-READ
                   IF OH-CLOSE-YEAR = WK-RPT-YEAR
                       AND OH-CLOSE-MONTH = WK-RPT-MONTH
                       AND OH-RCV-QTY > ZEROS
                       PERFORM L3-SCORE-LINE THRU L3-SCORE-LINE-EXIT
                   END-IF
           END-READ.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-SCORE-LINE.
           PERFORM L9-FIND-VENDOR THRU L9-FIND-VENDOR-EXIT.
           IF NOT VEND-FOUND
               IF VSC-CNT < 200
                   ADD 1 TO VSC-CNT
                   MOVE VSC-CNT TO SUB2
                   MOVE OH-VEND-NO TO VSC-VEND-NO(SUB2)
                   MOVE 'UNKNOWN VENDOR' TO VSC-VEND-NAME(SUB2)
                   MOVE ZEROS TO VSC-LINES(SUB2)
                   MOVE ZEROS TO VSC-ONTIME(SUB2)
                   MOVE ZEROS TO VSC-LATE(SUB2)
                   MOVE ZEROS TO VSC-SHORT(SUB2)
                   MOVE ZEROS TO VSC-DAYS-LATE(SUB2)
               ELSE
                   DISPLAY 'CBLPGVSC - SCORE-TABLE-DATA FULL AT 200 '
                       'ROWS - VENDOR ' OH-VEND-NO ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
                   GO TO L3-SCORE-LINE-EXIT
               END-IF
           END-IF.
           ADD 1 TO VSC-LINES(SUB2).
           IF OH-LAST-RCV-DATE <= OH-PROMISE-DATE
               ADD 1 TO VSC-ONTIME(SUB2)
           ELSE
               COMPUTE WK-RCV-DAYS =
                   FUNCTION INTEGER-OF-DATE(OH-LAST-RCV-DATE)
               COMPUTE WK-PROMISE-DAYS =
                   FUNCTION INTEGER-OF-DATE(OH-PROMISE-DATE)
               COMPUTE WK-DAYS-LATE = WK-RCV-DAYS - WK-PROMISE-DAYS
               ADD 1 TO VSC-LATE(SUB2)
               ADD WK-DAYS-LATE TO VSC-DAYS-LATE(SUB2)
           END-IF.
           IF OH-STATUS = 'S'
               ADD 1 TO VSC-SHORT(SUB2)
           END-IF.
       L3-SCORE-LINE-EXIT.
           EXIT.

       L2-CLOSING.
           PERFORM L3-VENDOR-LINE THRU L3-VENDOR-LINE-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > VSC-CNT.
           IF WK-TOT-LINES = ZEROS
               WRITE PRTLINE FROM NO-LINES-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WK-LINE-CTR >= 53
                   PERFORM L9-HDGS THRU L9-HDGS-EXIT
               END-IF
               MOVE WK-TOT-LINES TO TL-LINES
               MOVE WK-TOT-ONTIME TO TL-ONTIME
               MOVE WK-TOT-LATE TO TL-LATE
               MOVE WK-TOT-SHORT TO TL-SHORT
               COMPUTE WK-PCT ROUNDED =
                   WK-TOT-ONTIME * 100 / WK-TOT-LINES
               MOVE WK-PCT TO TL-PCT
               IF WK-TOT-LATE > ZEROS
                   COMPUTE WK-AVG-LATE ROUNDED =
                       WK-TOT-DAYS-LATE / WK-TOT-LATE
               ELSE
                   MOVE ZEROS TO WK-AVG-LATE
               END-IF
               MOVE WK-AVG-LATE TO TL-AVG-LATE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM TOTAL-LINE-1
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-HST-STATUS NOT = '35'
               CLOSE PO-HIST-DATA
           END-IF.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L3-VENDOR-LINE.
           IF VSC-LINES(SUB1) = ZEROS
               GO TO L3-VENDOR-LINE-EXIT
           END-IF.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE VSC-VEND-NO(SUB1) TO SC-VEND-NO.
           MOVE VSC-VEND-NAME(SUB1) TO SC-VEND-NAME.
           MOVE VSC-LINES(SUB1) TO SC-LINES.
           MOVE VSC-ONTIME(SUB1) TO SC-ONTIME.
           MOVE VSC-LATE(SUB1) TO SC-LATE.
           MOVE VSC-SHORT(SUB1) TO SC-SHORT.
           COMPUTE WK-PCT ROUNDED =
               VSC-ONTIME(SUB1) * 100 / VSC-LINES(SUB1).
           MOVE WK-PCT TO SC-PCT.
           IF VSC-LATE(SUB1) > ZEROS
               COMPUTE WK-AVG-LATE ROUNDED =
                   VSC-DAYS-LATE(SUB1) / VSC-LATE(SUB1)
           ELSE
               MOVE ZEROS TO WK-AVG-LATE
           END-IF.
           MOVE WK-AVG-LATE TO SC-AVG-LATE.
           WRITE PRTLINE FROM SCORE-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD VSC-LINES(SUB1) TO WK-TOT-LINES.
           ADD VSC-ONTIME(SUB1) TO WK-TOT-ONTIME.
           ADD VSC-LATE(SUB1) TO WK-TOT-LATE.
           ADD VSC-SHORT(SUB1) TO WK-TOT-SHORT.
           ADD VSC-DAYS-LATE(SUB1) TO WK-TOT-DAYS-LATE.
       L3-VENDOR-LINE-EXIT.
           EXIT.

       L9-LOAD-VENDOR.
           READ VENDOR-DATA
               AT END
                   MOVE 'N' TO MORE-VND-RECS
               NOT AT END
                   IF VSC-CNT < 200
                       ADD 1 TO VSC-CNT
                       MOVE V-VEND-NO TO VSC-VEND-NO(VSC-CNT)
                       MOVE V-VEND-NAME TO VSC-VEND-NAME(VSC-CNT)
                       MOVE ZEROS TO VSC-LINES(VSC-CNT)
                       MOVE ZEROS TO VSC-ONTIME(VSC-CNT)
                       MOVE ZEROS TO VSC-LATE(VSC-CNT)
                       MOVE ZEROS TO VSC-SHORT(VSC-CNT)
                       MOVE ZEROS TO VSC-DAYS-LATE(VSC-CNT)
                   ELSE
                       DISPLAY 'CBLPGVSC - SCORE-TABLE-DATA FULL AT '
                           '200 ROWS - VENDOR ' V-VEND-NO ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-VENDOR-EXIT.
           EXIT.

       L9-FIND-VENDOR.
           MOVE 'N' TO VEND-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= VSC-CNT OR VEND-FOUND
               ADD 1 TO SUB2
               IF VSC-VEND-NO(SUB2) = OH-VEND-NO
                   MOVE 'Y' TO VEND-FOUND-SW
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
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.
