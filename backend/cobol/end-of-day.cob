000690*                  pass, resolving each posting's account type
000691*                  on the master, with a count-and-hash
000692*                  trailer for the receiving system.
000693*  2026/09/17 MC - Refuse the cutover until the nightly
000694*                  suspicious-activity screen is recorded
000695*                  complete, so no date closes unscreened.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
005230* closed, and the work the cutover depends on must be
005240* recorded complete for it.
005250     MOVE "endofday" TO CALL-JOB-NAME.
005252     PERFORM ENQUIRE-JOB-LEDGER.
005254     IF JOB-STEP-COMPLETE
005256       DISPLAY "End-of-day already completed for "
005258         WS-BUSINESS-DATE ". Run refused."
005260       GO TO QUIT
005262     END-IF.
005264     MOVE "batchposttransactions" TO CALL-JOB-NAME.
005266     PERFORM ENQUIRE-JOB-LEDGER.
005268     IF JOB-STEP-NOT-COMPLETE
005270       DISPLAY "Posting has not completed for "
005272         WS-BUSINESS-DATE ". Cutover refused."
005274       GO TO QUIT
005276     END-IF.
005278     MOVE "reconcilebalances" TO CALL-JOB-NAME.
005280     PERFORM ENQUIRE-JOB-LEDGER.
005282     IF JOB-STEP-NOT-COMPLETE
005284       DISPLAY "Reconciliation has not completed for "
005286         WS-BUSINESS-DATE ". Cutover refused."
005288       GO TO QUIT
005290     END-IF.
005292     MOVE "monitoractivity" TO CALL-JOB-NAME.
005294     PERFORM ENQUIRE-JOB-LEDGER.
005296     IF JOB-STEP-NOT-COMPLETE
005298       DISPLAY "Activity monitoring has not completed for "
005300         WS-BUSINESS-DATE ". Cutover refused."
005302       GO TO QUIT
005304     END-IF.
005306*
005310     PERFORM INIT-GL-BUCKET
005320       VARYING WS-GL-BUCKET-SUB FROM 1 BY 1
005330       UNTIL WS-GL-BUCKET-SUB IS GREATER THAN 6.
