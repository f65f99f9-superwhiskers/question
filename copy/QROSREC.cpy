000010*----------------------------------------------------------------
000020* QROSREC - QROSTER SHIFT ROSTER RECORD LAYOUT
000030*
000040* ONE RECORD PER OPERATOR SCHEDULED ON THE CONSOLE FOR ONE SHIFT
000050* OF ONE BATCH WINDOW. QROSTER IS AN INDEXED FILE KEYED ON
000060* QW-RECORD-KEY (ROSTER DATE, SHIFT CODE, OPERATOR ID) AND IS
000070* MAINTAINED BY QROSMNT. QW-ROSTER-DATE IS THE RUN DATE OF THE
000080* WINDOW - THE DATE QSCHED BUILDS QEXPECT FOR - SO EVERY SHIFT
000090* OF ONE NIGHT, INCLUDING THE ONE THAT WORKS PAST MIDNIGHT, IS
000100* ROSTERED UNDER THE SAME DATE. QP-SHIFT-CODE ON QOPERS IS ONLY
000110* THE OPERATOR'S USUAL SHIFT; THIS FILE IS WHO IS ACTUALLY ON.
000120* QCOVER READS IT AGAINST TONIGHT'S QEXPECT LIST TO FIND THE
000130* DECISION POINTS NOBODY ROSTERED CAN ANSWER.
000140*
000150* QW-PLANNER-ID IS THE QOPERID QROSMNT RAN UNDER WHEN THE LINE
000160* WAS ADDED, AND QW-ADDED-DATE/TIME WHEN.
000170*----------------------------------------------------------------
000180 01  QW-ROSTER-RECORD.
000190     05  QW-RECORD-KEY.
000200         10  QW-ROSTER-DATE          PIC X(08).
000210         10  QW-SHIFT-CODE           PIC X(01).
000220         10  QW-OPERATOR-ID          PIC X(08).
000230     05  QW-PLANNER-ID               PIC X(08).
000240     05  QW-ADDED-DATE               PIC X(08).
000250     05  QW-ADDED-TIME               PIC X(08).
