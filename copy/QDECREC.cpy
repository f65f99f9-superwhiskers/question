000010*----------------------------------------------------------------
000020* QDECREC - QDECISN DECISION REPOSITORY RECORD LAYOUT
000030*
000040* ONE RECORD PER DECISION POINT ANSWERED IN ONE BATCH WINDOW.
000050* QDECISN IS AN INDEXED FILE KEYED ON QD-RECORD-KEY (WINDOW RUN
000060* DATE, QUESTION ID) AND KEPT FROM NIGHT TO NIGHT, SO A JOB IN
000070* ANOTHER STREAM LATER IN THE WINDOW CAN READ AN ANSWER THAT THE
000080* &&QANSWER TEMPORARY DATASET ONLY CARRIES WITHIN THE QUESTION
000090* JOB. QUESTION WRITES THE RECORD AS EACH ANSWER LANDS, REWRITING
000100* IN PLACE WHEN THE SAME QUESTION IS ANSWERED AGAIN IN THE SAME
000110* WINDOW, SO THE RECORD ON FILE IS ALWAYS TONIGHT'S LATEST
000120* ANSWER; SUPERSEDED ANSWERS REMAIN ON THE QAUDIT TRAIL.
000130* DOWNSTREAM PROGRAMS READ IT THROUGH THE QDECLKP SUBPROGRAM
000140* (OR THE QDECRC STEP IN JCL), NOT DIRECTLY.
000150*
000160* QD-RUN-DATE IS THE WINDOW'S RUN DATE - THE QVFYDATE SETTING
000170* QSCHED AND QVERIFY USE, DEFAULTING TO THE DAY THE ANSWER WAS
000180* TAKEN - SO A DECISION POINT THAT RUNS PAST MIDNIGHT STILL
000190* POSTS UNDER THE NIGHT IT BELONGS TO WHEN ITS PARM SAYS SO.
000200* QD-EVENT-TYPE IS THE QAUDIT EVENT THAT PRODUCED THE ANSWER:
000210* "A" KEYED BY AN OPERATOR, "D" TAKEN FROM QDFTANS, "S" A
000220* SUPERVISOR-APPROVED ANSWER CONSUMED FROM QSTAGE, "R" A PRIOR
000230* ANSWER REUSED ON A RESTART. QD-MATCH-POSITION IS THE ANSWER'S
000240* PLACE IN THE PROMPT'S ENTRY TABLE, THE SAME VALUE QUESTION'S
000250* RETURN CODE IS BUILT FROM (ZERO FOR A TYPED ANSWER).
000260* QD-POSTED-DATE/TIME SAY WHEN THE RECORD WAS WRITTEN.
000270*----------------------------------------------------------------
000280 01  QD-DECISION-RECORD.
000290     05  QD-RECORD-KEY.
000300         10  QD-RUN-DATE             PIC X(08).
000310         10  QD-QUESTION-ID          PIC X(08).
000320     05  QD-JOB-NAME                 PIC X(08).
000330     05  QD-STEP-NAME                PIC X(08).
000340     05  QD-OPERATOR-ID              PIC X(08).
000350     05  QD-SHIFT-CODE               PIC X(01).
000360     05  QD-EVENT-TYPE               PIC X(01).
000370         88  QD-EVENT-ANSWERED       VALUE "A".
000380         88  QD-EVENT-DEFAULTED      VALUE "D".
000390         88  QD-EVENT-STAGED         VALUE "S".
000400         88  QD-EVENT-RESTART-REUSE  VALUE "R".
000410     05  QD-RESULT                   PIC X(10).
000420     05  QD-MATCH-POSITION           PIC 9(02).
000430     05  QD-POSTED-DATE              PIC X(08).
000440     05  QD-POSTED-TIME              PIC X(08).
