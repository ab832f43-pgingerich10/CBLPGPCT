      *    THIS PROGRAM DRIVES THE NIGHTLY JOB STREAM -
      *
      *        1  CBLPGILD   INVENTORY LOAD
      *        2  CBLPGPOM   OPEN PURCHASE ORDER MAINTENANCE
      *        3  CBLPGCCV   CYCLE COUNT VARIANCE AND ADJUSTMENT
      *        4  CBLPGINV   INVENTORY MAINTENANCE
      *        5  CBLPGALC   INVENTORY ALLOCATION AND CLEAR-TO-BUILD
      *        6  CBLPGSHT   MACHINE SHORTAGE COST BUILD
      *        7  CBLPGEXC   BUILD EXCEPTION REPORT
      *        8  CBLPGSUB   SUBSTITUTE PART USAGE REPORT
      *        9  CBLPGPCT   SHORTAGE COST PERCENTAGE REPORT
      *       10  CBLPGCCS   CYCLE COUNT SELECTION AND COUNT SHEETS
      *       11  CBLPGREQ   OPEN REQUISITION POSTING AND AGING
      *       12  CBLPGPOG   PURCHASE ORDER GENERATION
      *       13  CBLPGPRJ   PROJECTED COMPLETION REPORT
      *       14  CBLPGRPL   REPLENISHMENT ALERT REPORT
      *       15  CBLPGTRD   SHORTAGE TREND REPORT
      *
      *    CBLPGPOM AND CBLPGCCV RUN AHEAD OF CBLPGINV SO THE PO
      *    RECEIPTS AND COUNT ADJUSTMENTS THEY ADD TO INVTRANS.DAT
      *    ARE POSTED THE SAME NIGHT.
      *    CBLPGCCS RUNS AFTER CBLPGPCT SO TONIGHT'S SHORT PARTS ARE
      *    COUNTED FIRST ON TOMORROW'S COUNT SHEETS.
      *    CBLPGPRJ RUNS AFTER CBLPGREQ AND CBLPGPOG SO TONIGHT'S
      *    NEW REQUISITIONS CARRY A PROJECTED ARRIVAL DATE.
      *
      *    EACH STEP'S COMPLETION CODE IS TESTED - A CODE OF 8 OR
      *    HIGHER STOPS THE CHAIN.  EVERY STEP OUTCOME IS RECORDED
      *    TOP.  WHEN EVERY STEP IS MARKED DONE THE NEXT RUN STARTS
      *    A FRESH NIGHT FROM STEP 1.
      *
      *    WHEN A FRESH NIGHT STARTS, CBLPGBKP IS CALLED AHEAD OF
      *    STEP 1 TO SAVE A BACKUP GENERATION OF THE MASTER FILES ON
      *    BKPDATA.DAT / BKPCAT.DAT.  A RESTART DOES NOT TAKE ANOTHER
      *    BACKUP.  A BACKUP CODE OF 8 OR HIGHER STOPS THE CHAIN
      *    BEFORE STEP 1 AND LEAVES JOBSTATUS.DAT AS IT WAS.
      *    CBLPGRST PUTS A GENERATION BACK AND CLEARS JOBSTATUS.DAT
      *    SO THE NIGHT CAN BE RERUN.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               88  CHAIN-STOPPED                   VALUE 'Y'.
           05  ALL-DONE-SW         PIC X           VALUE 'Y'.
               88  ALL-STEPS-DONE                  VALUE 'Y'.
           05  FRESH-NIGHT-SW      PIC X           VALUE 'N'.
               88  FRESH-NIGHT                     VALUE 'Y'.
           05  SUB1                PIC 99          VALUE ZEROS.
           05  SUB2                PIC 99          VALUE ZEROS.
           05  WK-START-STEP       PIC 99          VALUE 1.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  STEP-TABLE-DATA.
           05  STEP-CNT            PIC 99          VALUE 15.
           05  STEP-NAMES.
               10  FILLER          PIC X(8)    VALUE 'CBLPGILD'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGPOM'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGCCV'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGINV'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGALC'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGSHT'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGEXC'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGSUB'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGPCT'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGCCS'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGREQ'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGPOG'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGPRJ'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGRPL'.
               10  FILLER          PIC X(8)    VALUE 'CBLPGTRD'.
           05  FILLER REDEFINES STEP-NAMES.
               10  STEP-PGM        PIC X(8)    OCCURS 15 TIMES.
           05  STEP-RESULTS OCCURS 15 TIMES.
               10  STEP-RC             PIC 99.
               10  STEP-STATUS         PIC X(8).


       L1-CBLPGCTL.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           IF FRESH-NIGHT
               PERFORM L2-BACKUP THRU L2-BACKUP-EXIT
           END-IF.
           PERFORM L3-RUN-STEP THRU L3-RUN-STEP-EXIT
               VARYING SUB1 FROM WK-START-STEP BY 1
                   UNTIL SUB1 > STEP-CNT OR CHAIN-STOPPED.
                       WK-START-STEP ' ' STEP-PGM(WK-START-STEP)
               END-IF
           END-IF.
           IF WK-START-STEP = 1
               AND STEP-STATUS(1) = 'PENDING'
               MOVE 'Y' TO FRESH-NIGHT-SW
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-BACKUP.
           DISPLAY 'CBLPGCTL - BACKUP CBLPGBKP STARTING'.
           MOVE ZEROS TO RETURN-CODE.
           CALL 'CBLPGBKP'
               ON EXCEPTION
                   DISPLAY 'CBLPGCTL - BACKUP CBLPGBKP COULD NOT BE '
                       'CALLED'
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WK-STEP-RC.
           IF WK-STEP-RC >= 8
               MOVE 'Y' TO CHAIN-STOP-SW
               MOVE 8 TO WK-RETURN-CODE
               DISPLAY 'CBLPGCTL - BACKUP CBLPGBKP FAILED - RC '
                   WK-STEP-RC ' - CHAIN STOPPED BEFORE STEP 1'
           ELSE
               IF WK-STEP-RC > WK-RETURN-CODE
                   MOVE WK-STEP-RC TO WK-RETURN-CODE
               END-IF
               DISPLAY 'CBLPGCTL - BACKUP CBLPGBKP DONE - RC '
                   WK-STEP-RC
           END-IF.
       L2-BACKUP-EXIT.
           EXIT.

       L3-RUN-STEP.
           DISPLAY 'CBLPGCTL - STEP ' SUB1 ' ' STEP-PGM(SUB1)
               ' STARTING'.
