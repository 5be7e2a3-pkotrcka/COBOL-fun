      * run log record layout - one record when a step starts and one
      * when it ends, so a step that never came back still shows as
      * started. The event is START, OK or FAILED for a step that
      * ran, BYPASS for a step already finished by an earlier attempt
      * of a resumed run, and RESUME or COMPLETE for the run itself.
       01 RN-RECORD.
           05 RN-TIMESTAMP PIC X(21).
           05 RN-RUN-ID PIC X(14).
           05 RN-STEP-NO PIC 9(2).
           05 RN-STEP-NAME PIC X(8).
           05 RN-EVENT PIC X(8).
           05 RN-RETURN-CODE PIC 9(3).
           05 RN-MAX-RC PIC 9(2).
