000010*----------------------------------------------------------------
000020* QACTREC - QAUDCTL AUDIT-CHAIN CONTROL RECORD LAYOUT
000030*
000040* QAUDCTL HOLDS A SINGLE RECORD: THE QA-SEQUENCE-NO AND
000050* QA-CHAIN-VALUE OF THE LAST RECORD QUESTION APPENDED TO QAUDIT,
000060* AND WHEN. QUESTION READS IT BEFORE EVERY QAUDIT WRITE TO PICK
000070* UP THE NEXT NUMBER AND THE VALUE TO CHAIN FROM, AND REWRITES
000080* IT ONCE THE QAUDIT WRITE HAS TAKEN. KEEPING THE HIGH-WATER
000090* MARK HERE RATHER THAN ON QAUDIT ITSELF MEANS THE SEQUENCE
000100* CARRIES ON UNBROKEN AFTER QARCHIV HAS MOVED EVERY LIVE RECORD
000110* TO THE ARCHIVE, AND LETS QAUDCHK PROVE THAT NOTHING WAS CUT
000120* FROM THE END OF THE TRAIL, WHERE NO LATER RECORD WOULD SHOW
000130* THE GAP.
000140*----------------------------------------------------------------
000150 01  QK-CHAIN-CONTROL-RECORD.
000160     05  QK-LAST-SEQUENCE-NO         PIC 9(09).
000170     05  QK-LAST-CHAIN-VALUE         PIC 9(09).
000180     05  QK-LAST-RUN-DATE            PIC X(08).
000190     05  QK-LAST-RUN-TIME            PIC X(08).
