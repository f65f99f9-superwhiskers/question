000050* SET TO "Y"): AN ACTION CODE FOLLOWED BY A FULL QOPTIONS RECORD
000060* IMAGE IN THE QOPTREC LAYOUT. "A" ADDS A RECORD WHOSE KEY IS
000070* NOT ON FILE, "R" REPLACES ONE THAT IS, "D" DELETES ONE THAT IS
000080* (ONLY THE KEY PORTION OF A DELETE IMAGE IS USED), AND "C"
000082* CLOSES OUT A VERSION THAT IS ON FILE BY SETTING ITS THRU DATE
000084* (ONLY THE KEY, INCLUDING QO-EFFECTIVE-FROM, AND
000086* QO-EFFECTIVE-THRU ARE USED). QOPTMNT
000090* VALIDATES EVERY TRANSACTION IN THE DECK BEFORE APPLYING ANY;
000100* A DECK WITH ANY REJECT APPLIES NOTHING, SO THE CHANGE DECK
000110* EITHER GOES IN WHOLE OR COMES BACK WHOLE WITH REASONS ON THE
000160         88  QT-ACTION-ADD           VALUE "A".
000170         88  QT-ACTION-REPLACE       VALUE "R".
000180         88  QT-ACTION-DELETE        VALUE "D".
000185         88  QT-ACTION-CLOSE         VALUE "C".
000190     05  QT-OPTION-IMAGE             PIC X(206).
