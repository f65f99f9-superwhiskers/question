000010*----------------------------------------------------------------
000020* QXCTREC - QEXTCTL EXTRACT-FEED HIGH-WATER-MARK RECORD LAYOUT
000030*
000040* QEXTCTL HOLDS A SINGLE RECORD SAYING HOW FAR THE QEXTRCT FEED
000050* TO THE ENTERPRISE GRC AND SIEM SYSTEMS HAS GOT ON EACH OF ITS
000060* THREE SOURCES. THE "SENT" MARKS ARE THE LAST RECORDS OF THE
000070* LAST BATCH THE RECEIVING SIDE CONFIRMED; THE "PENDING" MARKS
000080* ARE THE LAST RECORDS OF THE BATCH MOST RECENTLY EXTRACTED.
000090* A NEW EXTRACT ALWAYS STARTS FROM THE SENT MARKS, SO UNTIL A
000100* BATCH IS CONFIRMED (QEXTRCT IN CONFIRM MODE, RUN AFTER THE
000110* TRANSMISSION STEP) EVERY EXTRACT REBUILDS THAT SAME BATCH
000120* NUMBER - A FAILED SEND IS SIMPLY EXTRACTED AND SENT AGAIN, AND
000130* THE RECEIVER NEVER SEES THE SAME RECORD UNDER TWO BATCHES.
000140*
000150* QAUDIT IS MARKED BY QA-SEQUENCE-NO, WHICH RUNS UNBROKEN ACROSS
000160* THE QAUDARCH GENERATIONS. QALERT AND QMAUDIT CARRY NO SEQUENCE
000170* NUMBER AND ARE MARKED BY THE RUN DATE AND TIME (YYYYMMDD AND
000180* HHMMSSCC) OF THE LAST RECORD SENT, WITH THE COUNT OF RECORDS
000190* SENT THAT CARRY EXACTLY THAT STAMP, SO TWO RECORDS IN THE SAME
000200* HUNDREDTH OF A SECOND ARE NEITHER LOST NOR SENT TWICE.
000210* QF-LAST-BATCH-NO GREATER THAN QF-CONFIRMED-BATCH-NO MEANS A
000220* BATCH IS AWAITING CONFIRMATION.
000230*----------------------------------------------------------------
000240 01  QF-EXTRACT-CONTROL-RECORD.
000250     05  QF-LAST-BATCH-NO            PIC 9(07).
000260     05  QF-CONFIRMED-BATCH-NO       PIC 9(07).
000270     05  QF-SENT-MARKS.
000280         10  QF-SENT-AUDIT-SEQ       PIC 9(09).
000290         10  QF-SENT-ALERT-STAMP     PIC X(16).
000300         10  QF-SENT-ALERT-TIES      PIC 9(05).
000310         10  QF-SENT-MAINT-STAMP     PIC X(16).
000320         10  QF-SENT-MAINT-TIES      PIC 9(05).
000330     05  QF-PENDING-MARKS.
000340         10  QF-PEND-AUDIT-SEQ       PIC 9(09).
000350         10  QF-PEND-ALERT-STAMP     PIC X(16).
000360         10  QF-PEND-ALERT-TIES      PIC 9(05).
000370         10  QF-PEND-MAINT-STAMP     PIC X(16).
000380         10  QF-PEND-MAINT-TIES      PIC 9(05).
000390     05  QF-EXTRACT-DATE             PIC X(08).
000400     05  QF-EXTRACT-TIME             PIC X(08).
000410     05  QF-CONFIRM-DATE             PIC X(08).
000420     05  QF-CONFIRM-TIME             PIC X(08).
