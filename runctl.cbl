       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STEP-FILE ASSIGN TO "RUNSTEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-STEP-FILE.
           COPY runstep.

       FD RUN-LOG-FILE.
           COPY runlog.

      * where the last run got to - rewritten before and after every
      * step, so a run that dies mid-step still says which step to
      * pick up at
       FD RUN-STATE-FILE.
       01 RT-RECORD.
           05 RT-RUN-ID PIC X(14).
           05 RT-STATUS PIC X(1).
	88 RUN-IS-RUNNING VALUE 'R'.
	88 RUN-HAS-FAILED VALUE 'F'.
	88 RUN-WAS-COMPLETE VALUE 'C'.
           05 RT-NEXT-STEP PIC 9(2).
           05 RT-STEP-NAME PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STEPS-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-STATE-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).
       01 WS-RUN-ID PIC X(14).
       01 WS-RESUME-ANSWER PIC X(10).
	88 YESANSWER-RUN VALUE "yes", "Yes", "ja", "Ja", "ano", "Ano",
	    SPACES.

      * the steps of the run, in order, as read from the control file
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-IX PIC 9(2).
       01 WS-START-STEP PIC 9(2) VALUE 1.
       01 WS-STEP-OVFL PIC X(1) VALUE 'N'.
	88 STEP-TABLE-FULL VALUE 'Y'.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-TBL-STEP-NAME PIC X(8).
               10 WS-TBL-MAX-RC PIC 9(2).
               10 WS-TBL-COMMAND PIC X(80).

      * one step's command and how it came back
       01 WS-COMMAND PIC X(80).
       01 WS-RAW-RC PIC S9(9) VALUE 0.
       01 WS-STEP-RC PIC 9(3) VALUE 0.
       01 WS-STEP-FLAG PIC X(1) VALUE 'N'.
	88 STEP-HAS-FAILED VALUE 'Y'.
       01 WS-RC-DISP PIC ZZ9.

      * a restart is only as good as the state file - if it cannot
      * be saved the stream is stopped rather than run on unrecorded
       01 WS-STATE-FLAG PIC X(1) VALUE 'N'.
	88 STATE-NOT-SAVED VALUE 'Y'.

       PROCEDURE DIVISION.

      * run the end-of-day steps in the order the control file lists
      * them, logging each start and finish. The first step to come
      * back over its return-code limit stops the stream, so nothing
      * later - above all the audit purge - runs on a day that did
      * not balance. A rerun picks up at the step that stopped it.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:14) TO WS-RUN-ID.
           PERFORM LOAD-STEPS THRU LOAD-STEPS-EXIT.
           IF WS-STEP-COUNT = 0 THEN
                   DISPLAY 'No steps to run in RUNSTEPS.DAT, '
                       'aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF STEP-TABLE-FULL THEN
                   DISPLAY 'More than 30 steps in RUNSTEPS.DAT, '
                       'aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00' THEN
                   OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open run log, status '
                       WS-RUNLOG-STATUS ' - aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM CHECK-RESTART THRU CHECK-RESTART-EXIT.
           IF WS-START-STEP = 0 THEN
                   CLOSE RUN-LOG-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           DISPLAY 'End-of-day run ' WS-RUN-ID ' - ' WS-STEP-COUNT
               ' step(s).'.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX NOT < WS-START-STEP
               MOVE 0 TO WS-STEP-RC
               MOVE 'BYPASS' TO RN-EVENT
               PERFORM WRITE-RUN-LOG
           END-PERFORM.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT
               VARYING WS-STEP-IX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT OR STEP-HAS-FAILED.
           IF STEP-HAS-FAILED THEN
                   CLOSE RUN-LOG-FILE
                   DISPLAY '*** RUN ' WS-RUN-ID ' STOPPED AT STEP '
                       RT-NEXT-STEP ' ' RT-STEP-NAME ' ***'
                   IF STATE-NOT-SAVED THEN
                           DISPLAY 'RUNSTATE.DAT could not be saved - '
                               'put it right before rerunning; it '
                               'may name an earlier step.'
                   ELSE
                           DISPLAY 'Put the step right and rerun to '
                               'resume at that step.'
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE 'C' TO RT-STATUS.
           MOVE WS-STEP-COUNT TO RT-NEXT-STEP.
           MOVE SPACES TO RT-STEP-NAME.
           PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.
           MOVE 0 TO WS-STEP-IX.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'COMPLETE' TO RN-EVENT.
           PERFORM WRITE-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           DISPLAY 'End-of-day run ' WS-RUN-ID ' complete.'.
      * every step ran, but the state still shows the last one
      * running - a rerun would offer to repeat it
           IF STATE-NOT-SAVED THEN
                   DISPLAY '*** RUNSTATE.DAT not marked complete - '
                       'answer no if a rerun offers to resume. ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-STEPS.
           OPEN INPUT RUN-STEP-FILE.
           IF WS-STEPS-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open RUNSTEPS.DAT, status '
                       WS-STEPS-STATUS '.'
                   GO TO LOAD-STEPS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ RUN-STEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RS-STEP-NAME(1:1) NOT = '*'
                           AND RS-STEP-NAME NOT = SPACES THEN
                               PERFORM STORE-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-STEP-FILE.
       LOAD-STEPS-EXIT.
           EXIT.

      * a limit left blank means the step must come back clean

       STORE-STEP.
           IF WS-STEP-COUNT NOT < 30 THEN
                   MOVE 'Y' TO WS-STEP-OVFL
           ELSE
                   ADD 1 TO WS-STEP-COUNT
                   MOVE RS-STEP-NAME TO WS-TBL-STEP-NAME(WS-STEP-COUNT)
                   IF RS-MAX-RC IS NUMERIC THEN
                           MOVE RS-MAX-RC
                               TO WS-TBL-MAX-RC(WS-STEP-COUNT)
                   ELSE
                           MOVE 0 TO WS-TBL-MAX-RC(WS-STEP-COUNT)
                   END-IF
                   MOVE RS-COMMAND TO WS-TBL-COMMAND(WS-STEP-COUNT)
           END-IF.

      * a run that did not finish is resumed under its own run ID at
      * the step it stopped on, unless the operator asks to start
      * again - the step there must still be the one that stopped,
      * or the control file has been changed under the run

       CHECK-RESTART.
           MOVE 1 TO WS-START-STEP.
           OPEN INPUT RUN-STATE-FILE.
           IF WS-STATE-STATUS NOT = '00' THEN
                   GO TO CHECK-RESTART-EXIT
           END-IF.
           READ RUN-STATE-FILE
               AT END
                   MOVE 'C' TO RT-STATUS
           END-READ.
           CLOSE RUN-STATE-FILE.
           IF RUN-WAS-COMPLETE THEN
                   GO TO CHECK-RESTART-EXIT
           END-IF.
           DISPLAY 'Run ' RT-RUN-ID ' did not finish - stopped at '
               'step ' RT-NEXT-STEP ' ' RT-STEP-NAME.
           DISPLAY 'Resume at that step? (yes/no, blank to resume): '.
           ACCEPT WS-RESUME-ANSWER.
           IF NOT YESANSWER-RUN THEN
                   DISPLAY 'Starting a new run from step 1.'
                   GO TO CHECK-RESTART-EXIT
           END-IF.
           IF RT-NEXT-STEP = 0 OR RT-NEXT-STEP > WS-STEP-COUNT THEN
                   DISPLAY 'Step ' RT-NEXT-STEP ' is not in '
                       'RUNSTEPS.DAT - nothing run.'
                   MOVE 0 TO WS-START-STEP
                   GO TO CHECK-RESTART-EXIT
           END-IF.
           IF WS-TBL-STEP-NAME(RT-NEXT-STEP) NOT = RT-STEP-NAME THEN
                   DISPLAY 'Step ' RT-NEXT-STEP ' in RUNSTEPS.DAT is '
                       'now ' WS-TBL-STEP-NAME(RT-NEXT-STEP)
                       ', not ' RT-STEP-NAME ' - nothing run.'
                   DISPLAY 'Rerun and answer no to start again from '
                       'step 1.'
                   MOVE 0 TO WS-START-STEP
                   GO TO CHECK-RESTART-EXIT
           END-IF.
           MOVE RT-RUN-ID TO WS-RUN-ID.
           MOVE RT-NEXT-STEP TO WS-START-STEP.
           MOVE RT-NEXT-STEP TO WS-STEP-IX.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'RESUME' TO RN-EVENT.
           PERFORM WRITE-RUN-LOG.
       CHECK-RESTART-EXIT.
           EXIT.

      * the state is marked running on this step before the step
      * starts, and moved on only once it has come back within its
      * limit

       RUN-STEP.
           MOVE 'R' TO RT-STATUS.
           MOVE WS-STEP-IX TO RT-NEXT-STEP.
           MOVE WS-TBL-STEP-NAME(WS-STEP-IX) TO RT-STEP-NAME.
           PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.
           IF STATE-NOT-SAVED THEN
                   MOVE 'Y' TO WS-STEP-FLAG
                   MOVE 999 TO WS-STEP-RC
                   MOVE 'FAILED' TO RN-EVENT
                   PERFORM WRITE-RUN-LOG
                   DISPLAY 'Step ' WS-STEP-IX ' '
                       WS-TBL-STEP-NAME(WS-STEP-IX)
                       ' not started - run state could not be saved.'
                   GO TO RUN-STEP-EXIT
           END-IF.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'START' TO RN-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY 'Step ' WS-STEP-IX ' ' WS-TBL-STEP-NAME(WS-STEP-IX)
               ' starting.'.
           MOVE WS-TBL-COMMAND(WS-STEP-IX) TO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-RAW-RC.
           MOVE 0 TO RETURN-CODE.
      * the shell hands the program's own return code back in the
      * high-order byte - a command that could not be started at
      * all comes back negative and counts as the worst failure
           IF WS-RAW-RC < 0 THEN
                   MOVE 999 TO WS-STEP-RC
           ELSE
                   IF WS-RAW-RC > 255 THEN
                           DIVIDE 256 INTO WS-RAW-RC
                   END-IF
                   MOVE WS-RAW-RC TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC TO WS-RC-DISP.
           IF WS-STEP-RC > WS-TBL-MAX-RC(WS-STEP-IX) THEN
                   MOVE 'Y' TO WS-STEP-FLAG
                   MOVE 'F' TO RT-STATUS
                   PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT
                   MOVE 'FAILED' TO RN-EVENT
                   PERFORM WRITE-RUN-LOG
                   DISPLAY 'Step ' WS-STEP-IX ' '
                       WS-TBL-STEP-NAME(WS-STEP-IX)
                       ' FAILED, return code ' WS-RC-DISP
           ELSE
                   MOVE 'OK' TO RN-EVENT
                   PERFORM WRITE-RUN-LOG
                   DISPLAY 'Step ' WS-STEP-IX ' '
                       WS-TBL-STEP-NAME(WS-STEP-IX)
                       ' ended, return code ' WS-RC-DISP
           END-IF.
       RUN-STEP-EXIT.
           EXIT.

       WRITE-RUN-STATE.
           MOVE 'N' TO WS-STATE-FLAG.
           MOVE WS-RUN-ID TO RT-RUN-ID.
           OPEN OUTPUT RUN-STATE-FILE.
           IF WS-STATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open RUNSTATE.DAT, status '
                       WS-STATE-STATUS '.'
                   MOVE 'Y' TO WS-STATE-FLAG
                   GO TO WRITE-RUN-STATE-EXIT
           END-IF.
           WRITE RT-RECORD.
           IF WS-STATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to write RUNSTATE.DAT, status '
                       WS-STATE-STATUS '.'
                   MOVE 'Y' TO WS-STATE-FLAG
           END-IF.
           CLOSE RUN-STATE-FILE.
       WRITE-RUN-STATE-EXIT.
           EXIT.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO RN-TIMESTAMP.
           MOVE WS-RUN-ID TO RN-RUN-ID.
           MOVE WS-STEP-IX TO RN-STEP-NO.
           IF WS-STEP-IX = 0 THEN
                   MOVE SPACES TO RN-STEP-NAME
                   MOVE 0 TO RN-MAX-RC
           ELSE
                   MOVE WS-TBL-STEP-NAME(WS-STEP-IX) TO RN-STEP-NAME
                   MOVE WS-TBL-MAX-RC(WS-STEP-IX) TO RN-MAX-RC
           END-IF.
           MOVE WS-STEP-RC TO RN-RETURN-CODE.
           WRITE RN-RECORD.
