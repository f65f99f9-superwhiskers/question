000010*----------------------------------------------------------------
000020* QMNTREC - QMAUDIT MAINTENANCE CHANGE-AUDIT RECORD LAYOUT
000030*
000040* ONE RECORD PER ADD, REPLACE, DELETE, OR CLOSE OUT APPLIED TO
000050* THE QOPTIONS CATALOG OR THE QOPERS OPERATOR MASTER BY THE
000060* MAINTENANCE PROGRAMS (QOPTMNT, QOPRMNT), WRITTEN THE MOMENT THE
000070* CHANGE IS APPLIED. DECISION PROMPTS ARE CONTROLS, AND A CHANGE
000080* TO A CONTROL NEEDS THE SAME DURABLE TRAIL THE DECISIONS
000090* THEMSELVES GET ON QAUDIT: WHO CHANGED IT, WHEN, AND WHAT IT
000095* SAID BEFORE.
000100*
000110* QM-MAINTAINER-ID IS THE QOPERID THE MAINTENANCE RUN CAME IN
000120* UNDER. QM-BEFORE-IMAGE AND QM-AFTER-IMAGE CARRY THE FULL
000160* LEFT-JUSTIFIED AND SPACE-FILLED). SPACES IN QM-BEFORE-IMAGE
000170* MEAN THE RECORD IS NEW; SPACES IN QM-AFTER-IMAGE MEAN IT WAS
000180* DELETED. QMAUDIT IS APPEND-ONLY, LIKE QAUDIT. QRPT05 PRINTS
000190* THE CHANGES FOR A DATE RANGE. A QOPTIONS IMAGE CARRIES ITS
000192* VERSION'S EFFECTIVE FROM AND THRU DATES, SO AN ADD WHOSE FROM
000194* DATE IS AFTER QM-RUN-DATE IS A PLANNED CHANGE; ACTION "C" IS
000196* QOPTMNT CLOSING A VERSION OUT (SETTING ITS THRU DATE).
000197* QOWNMNT LOGS ITS CHANGES TO THE QOWNER OWNERSHIP REGISTRY HERE
000198* TOO, WITH A QOWNREC IMAGE LEFT-JUSTIFIED THE SAME WAY.
000200*----------------------------------------------------------------
000210 01  QM-MAINT-RECORD.
000220     05  QM-RUN-DATE                 PIC X(08).
000280         88  QM-ACTION-ADD           VALUE "A".
000290         88  QM-ACTION-REPLACE       VALUE "R".
000300         88  QM-ACTION-DELETE        VALUE "D".
000305         88  QM-ACTION-CLOSE         VALUE "C".
000310     05  QM-BEFORE-IMAGE             PIC X(206).
000320     05  QM-AFTER-IMAGE              PIC X(206).
