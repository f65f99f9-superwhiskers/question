000010*----------------------------------------------------------------
000020* QTSTREC - QSIMTEST CATALOG TEST-CASE RECORD LAYOUT
000030*
000040* ONE TEST CASE PER RECORD FOR QSIMUL. EACH CASE NAMES A
000050* DECISION POINT (QUESTION ID), THE OPERATOR AND SHIFT ASKING
000060* IT, THE DATE THE CATALOG IS TAKEN AS OF (SPACES FOR THE RUN'S
000070* DATE), AND THE VALUE THE OPERATOR KEYS, THEN SAYS WHAT
000080* QUESTION MUST DO WITH IT:
000090*   "A"  ACCEPTED - QB-EXPECT-ANSWER IS THE TEXT QUESTION WRITES
000100*        TO QANSWER (THE ENTRY AS IT STANDS IN THE TABLE, OR THE
000110*        TYPED VALUE), QB-EXPECT-POSITION ITS ENTRY POSITION
000120*        (00 FOR A TYPED ANSWER), QB-EXPECT-RC THE STEP'S RETURN
000130*        CODE (POSITION * 4)
000140*   "I"  INVALID - QUESTION REJECTS THE ENTRY AND PROMPTS AGAIN
000150*   "R"  REFUSED - THE OPERATOR IS NOT ON QOPERS (RC 91) OR NOT
000160*        AUTHORIZED FOR THE PROMPT (RC 92); QB-EXPECT-RC SAYS
000170*        WHICH
000180* ANY EXPECTED FIELD LEFT SPACES IS NOT CHECKED. A RECORD WITH
000190* "*" IN THE FIRST COLUMN IS A COMMENT, SO A DECK CAN CARRY ITS
000200* OWN EXPLANATION THROUGH CHANGE CONTROL.
000210*----------------------------------------------------------------
000220 01  QB-TEST-CASE-RECORD.
000230     05  QB-CASE-ID                  PIC X(08).
000240     05  QB-QUESTION-ID              PIC X(08).
000250     05  QB-OPERATOR-ID              PIC X(08).
000260     05  QB-SHIFT-CODE               PIC X(01).
000270     05  QB-AS-OF-DATE               PIC X(08).
000280     05  QB-KEYED-VALUE              PIC X(20).
000290     05  QB-EXPECT-OUTCOME           PIC X(01).
000300         88  QB-EXPECT-ACCEPTED      VALUE "A".
000310         88  QB-EXPECT-INVALID       VALUE "I".
000320         88  QB-EXPECT-REFUSED       VALUE "R".
000330     05  QB-EXPECT-ANSWER            PIC X(10).
000340     05  QB-EXPECT-POSITION          PIC X(02).
000350     05  QB-EXPECT-RC                PIC X(02).
000360     05  FILLER                      PIC X(12).
