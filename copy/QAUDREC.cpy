000256* DEFAULTS, REUSES, AND STAGED ANSWERS TAKE NO CONSOLE TIME),
000258* FEEDING THE QRPT04 RESPONSE-TIME REPORT SO QO-DEADLINE-SECS
000259* CAN BE SET FROM EVIDENCE INSTEAD OF GUESSWORK.
000260* QA-OPTION-EFFECTIVE IS THE EFFECTIVE-FROM DATE OF THE QOPTIONS
000261* VERSION QUESTION WAS WORKING FROM (SEE QOPTREC), SO AN ANSWER
000262* CAN BE READ AGAINST THE WORDING AND RULES IN FORCE WHEN IT WAS
000263* GIVEN; SPACES MEAN NO CATALOG RECORD WAS USED (THE BUILT-IN
000264* DEFAULTS, OR AN EVENT BEFORE THE CATALOG WAS READ).
000261*
000262* QA-SEQUENCE-NO AND QA-CHAIN-VALUE MAKE THE TRAIL TAMPER-
000263* EVIDENT. EVERY RECORD QUESTION APPENDS TAKES THE NEXT NUMBER IN
000264* ONE SEQUENCE THAT RUNS ACROSS EVERY RUN AND CARRIES ON THROUGH
000265* THE QAUDARCH GENERATIONS (THE LAST NUMBER ISSUED IS KEPT ON
000266* QAUDCTL - SEE QACTREC), AND A CHECK VALUE COMPUTED FROM THE
000267* PREVIOUS RECORD'S CHECK VALUE AND EVERY BYTE OF THIS RECORD
000268* AHEAD OF THE CHECK VALUE ITSELF. A DELETED RECORD LEAVES A GAP
000269* IN THE NUMBERS AND AN EDITED ONE NO LONGER MATCHES ITS CHECK
000270* VALUE; QAUDCHK WALKS THE ARCHIVES AND THE LIVE FILE AND PROVES
000271* BOTH. ZERO IN QA-SEQUENCE-NO MARKS HISTORY WRITTEN BEFORE THE
000272* CHAIN EXISTED.
000273*----------------------------------------------------------------
000270 01  QA-AUDIT-RECORD.
000280     05  QA-RUN-DATE                 PIC X(08).
000290     05  QA-RUN-TIME                 PIC X(08).
000440     05  QA-PROMPT-TEXT              PIC X(40).
000450     05  QA-RESULT                   PIC X(10).
000460     05  QA-RESPONSE-SECS            PIC 9(06).
000465     05  QA-OPTION-EFFECTIVE         PIC X(08).
000470     05  QA-SEQUENCE-NO              PIC 9(09).
000480     05  QA-CHAIN-VALUE              PIC 9(09).
