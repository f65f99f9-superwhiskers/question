000050* MOMENT THE CONDITION IS RAISED SO THE AUTOMATED-OPERATIONS
000060* CONSOLE CAN ROUTE IT WITHOUT READING SYSOUT. QUESTION WRITES
000070* ONE FOR EACH OF ITS RESERVED ABORTS AND QVERIFY WRITES ONE
000080* WHEN THE END-OF-WINDOW RECONCILE IS OUT OF BALANCE. QAUDCHK
000081* WRITES ONE WHEN THE QAUDIT TRAIL FAILS ITS INTEGRITY CHECK,
000082* AND QREADY ONE PER BLOCKING PROBLEM FOUND BEFORE THE WINDOW.
000090* QALERT IS APPEND-ONLY; THE CONSOLE SIDE CONSUMES AND CLEARS IT.
000100*
000110* QL-ALERT-CODE MATCHES THE RETURN CODE THE RUN ENDS WITH:
000120*   RC90  TOO MANY INVALID ENTRIES (INCLUDING VERIFICATION-CODE
000170*   RC94  RESPONSE DEADLINE EXPIRED ON AN ACTION-"A" PROMPT -
000180*         PAGE THIRD-SHIFT SUPERVISION WITH QL-QUESTION-ID
000190*   RC95  QSCRIPT DECK LONGER THAN THE SCRIPT TABLE
000200*   RC08  QVERIFY RECONCILIATION EXCEPTIONS, OR QAUDCHK AUDIT
000201*         TRAIL INTEGRITY EXCEPTIONS, OR QREADY PRE-WINDOW
000202*         READINESS PROBLEMS
000210* QL-SEVERITY IS "E" FOR AN ABORTED DECISION POINT AND "W" FOR A
000220* RECONCILIATION OR READINESS EXCEPTION HOLDING THE STREAM.
000222*
000224* THE QL-OWNER FIELDS ARE THE DECISION POINT'S ENTRY ON THE
000226* QOWNER REGISTRY (SEE QOWNREC) AT THE TIME OF THE ALERT, SO THE
000228* CONSOLE CAN ROUTE THE PAGE TO THE OWNING TEAM AND CONTACT.
000229* SPACES WHEN THE ALERT IS NOT FOR ONE DECISION POINT OR THE
000229* DECISION POINT HAS NO OWNER ON FILE.
000230*----------------------------------------------------------------
000240 01  QL-ALERT-RECORD.
000250     05  QL-RUN-DATE                 PIC X(08).
000340     05  QL-OPERATOR-ID              PIC X(08).
000350     05  QL-SHIFT-CODE               PIC X(01).
000360     05  QL-PROMPT-TEXT              PIC X(40).
000370     05  QL-OWNER-APPLICATION        PIC X(08).
000380     05  QL-OWNER-TEAM               PIC X(08).
000390     05  QL-OWNER-CONTACT            PIC X(25).
000400     05  QL-OWNER-IMPACT             PIC X(01).
