000052*                  AT QSCHED'S QEXPECT OUTPUT; THE RECORDS READ
000053*                  HERE ARE UNCHANGED IN MEANING AND NO LOGIC
000054*                  CHANGED IN THIS PROGRAM.
000055* 2026-10-15  RPH  QALERT NOW CARRIES THE DECISION POINT'S OWNER
000056*                  FOR ROUTING; THE RECONCILE ALERT IS FOR THE
000057*                  WHOLE WINDOW, NOT ONE DECISION POINT, SO ITS
000058*                  OWNER FIELDS GO OUT BLANK.
000050*----------------------------------------------------------------
000060
000070 IDENTIFICATION DIVISION.
004690         MOVE SPACES TO QL-SHIFT-CODE
004700         MOVE "RECONCILIATION EXCEPTIONS - SEE QVERIFY"
004710             TO QL-PROMPT-TEXT
004712         MOVE SPACES TO QL-OWNER-APPLICATION QL-OWNER-TEAM
004714             QL-OWNER-CONTACT QL-OWNER-IMPACT
004720         WRITE QL-ALERT-RECORD
004730         CLOSE QALERT-FILE
004740     END-IF.
