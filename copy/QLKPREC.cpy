000010*----------------------------------------------------------------
000020* QLKPREC - QDECLKP DECISION LOOKUP PARAMETER AREA
000030*
000040* COPY THIS INTO WORKING-STORAGE OF ANY BATCH PROGRAM THAT NEEDS
000050* TONIGHT'S ANSWER TO A DECISION POINT, SET QQ-QUESTION-ID (AND
000060* QQ-RUN-DATE, OR LEAVE IT SPACES), AND
000070*
000080*     CALL "qdeclkp" USING QQ-LOOKUP-AREA.
000090*
000100* QQ-RUN-DATE LEFT SPACES MEANS THE WINDOW'S RUN DATE FROM THE
000110* QVFYDATE SETTING, OR TODAY WHEN THAT IS NOT SET; THE DATE
000120* ACTUALLY USED COMES BACK IN THE SAME FIELD. QDECLKP READS THE
000130* QDECISN FILE, SO THE CALLING STEP NEEDS A QDECISN DD.
000140*
000150* QQ-STATUS COMES BACK AS:
000160*   "A"  ANSWERED - KEYED BY AN OPERATOR, OR A PRIOR ANSWER
000170*        REUSED ON A RESTART
000180*   "D"  DEFAULTED - TAKEN FROM QDFTANS WITH NOBODY AT THE CONSOLE
000190*   "S"  STAGED - A SUPERVISOR-APPROVED ANSWER TAKEN FROM QSTAGE
000200*   "N"  NOT YET ASKED - NO DECISION ON FILE FOR THE DATE
000210*   "E"  LOOKUP FAILED - QDECISN COULD NOT BE READ (STATUS IN
000220*        QQ-FILE-STATUS) OR NO QUESTION ID WAS PASSED
000230* ON A, D, OR S THE REMAINING FIELDS DESCRIBE THE DECISION; ON N
000240* OR E THEY ARE SPACES AND ZERO.
000250*----------------------------------------------------------------
000260 01  QQ-LOOKUP-AREA.
000270     05  QQ-QUESTION-ID              PIC X(08).
000280     05  QQ-RUN-DATE                 PIC X(08).
000290     05  QQ-STATUS                   PIC X(01).
000300         88  QQ-ANSWERED             VALUE "A".
000310         88  QQ-DEFAULTED            VALUE "D".
000320         88  QQ-STAGED               VALUE "S".
000330         88  QQ-NOT-YET-ASKED        VALUE "N".
000340         88  QQ-LOOKUP-FAILED        VALUE "E".
000350     05  QQ-RESULT                   PIC X(10).
000360     05  QQ-MATCH-POSITION           PIC 9(02).
000370     05  QQ-EVENT-TYPE               PIC X(01).
000380     05  QQ-JOB-NAME                 PIC X(08).
000390     05  QQ-STEP-NAME                PIC X(08).
000400     05  QQ-OPERATOR-ID              PIC X(08).
000410     05  QQ-POSTED-DATE              PIC X(08).
000420     05  QQ-POSTED-TIME              PIC X(08).
000430     05  QQ-FILE-STATUS              PIC X(02).
