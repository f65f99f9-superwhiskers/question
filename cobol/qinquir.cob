000120*                  QOPERS - SO AN AUDITOR'S QUESTION IS ONE RUN
000130*                  AND ONE ANSWER INSTEAD OF DD SURGERY ON A
000140*                  REPORT BUILT FOR A DIFFERENT PURPOSE.
000142* 2026-10-15  RPH  EACH EVENT LINE NOW ENDS WITH "V:" AND THE
000144*                  EFFECTIVE-FROM DATE OF THE QOPTIONS VERSION IN
000146*                  FORCE WHEN THE EVENT HAPPENED (QA-OPTION-
000147*                  EFFECTIVE), SO THE ANSWER CAN BE READ AGAINST
000148*                  THE PROMPT AND RULES THE OPERATOR ACTUALLY SAW.
000150*----------------------------------------------------------------
000160
000170 IDENTIFICATION DIVISION.
001380                   ==QA-PROMPT-TEXT==  BY ==SW-PROMPT-TEXT==
001390                   ==QA-RESULT==       BY ==SW-RESULT==
001400                   ==QA-RESPONSE-SECS==
001410                           BY ==SW-RESPONSE-SECS==
001411                   ==QA-OPTION-EFFECTIVE==
001412                           BY ==SW-OPTION-EFFECTIVE==
001410                   ==QA-SEQUENCE-NO==  BY ==SW-SEQUENCE-NO==
001410                   ==QA-CHAIN-VALUE==  BY ==SW-CHAIN-VALUE==.
001420
001430 FD  QINQUIR-FILE
001440     LABEL RECORDS ARE STANDARD.
002440     05  WS-DL-SECOND                PIC X(22).
002450     05  FILLER                      PIC X(01) VALUE SPACES.
002460     05  WS-DL-SECS                  PIC ZZZZZ9.
002462     05  FILLER                      PIC X(04) VALUE "  V:".
002464     05  WS-DL-VERSION               PIC X(08).
002470
002480 01  WS-TOTAL-LINE.
002490     05  FILLER                      PIC X(16) VALUE
005040             MOVE SW-EVENT-TYPE TO WS-DL-EVENT
005050     END-EVALUATE.
005060     MOVE SW-RESULT TO WS-DL-RESULT.
005065     MOVE SW-OPTION-EFFECTIVE TO WS-DL-VERSION.
005070     MOVE SW-SHIFT-CODE TO WS-DL-SHIFT.
005080     MOVE SW-OPERATOR-ID TO WS-LOOK-ID.
005090     PERFORM FIND-ONE-NAME.
