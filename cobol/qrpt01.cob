000111*                  REPORT KEEPS TO THE ANSWER EVENTS (A/D/R) SO
000112*                  HANDOFF STAYS READABLE; THE EXCEPTION EVENTS
000113*                  ARE QRPT03'S JOB.
000114* 2026-10-15  RPH  NEW VERSION COLUMN: THE EFFECTIVE-FROM DATE OF
000114*                  THE QOPTIONS VERSION IN FORCE WHEN THE EVENT
000114*                  HAPPENED (QA-OPTION-EFFECTIVE), BLANK WHEN THE
000114*                  BUILT-IN PROMPT WAS USED.
000114*----------------------------------------------------------------
000110
000120 IDENTIFICATION DIVISION.
000530                   ==QA-PROMPT-TEXT==  BY ==SW-PROMPT-TEXT==
000540                   ==QA-RESULT==       BY ==SW-RESULT==
000542                   ==QA-RESPONSE-SECS==
000543                           BY ==SW-RESPONSE-SECS==
000544                   ==QA-OPTION-EFFECTIVE==
000545                           BY ==SW-OPTION-EFFECTIVE==
000543                   ==QA-SEQUENCE-NO==  BY ==SW-SEQUENCE-NO==
000543                   ==QA-CHAIN-VALUE==  BY ==SW-CHAIN-VALUE==.
000550
000560 FD  QRPT01-FILE
000570     LABEL RECORDS ARE STANDARD.
000865     05  FILLER                      PIC X(10) VALUE "QUESTION".
000870     05  FILLER                      PIC X(42) VALUE "PROMPT".
000880     05  FILLER                      PIC X(12) VALUE "RESULT".
000890     05  FILLER                      PIC X(27) VALUE "OPERATOR".
000895     05  FILLER                      PIC X(08) VALUE "VERSION".
000900
000910 01  WS-DETAIL-LINE.
000920     05  WS-DL-DATE                  PIC X(08).
000980     05  WS-DL-RESULT                PIC X(10).
000990     05  FILLER                      PIC X(02) VALUE SPACES.
001000     05  WS-DL-OPERATOR              PIC X(25).
001002     05  FILLER                      PIC X(02) VALUE SPACES.
001004     05  WS-DL-VERSION               PIC X(08).
001010
001020 PROCEDURE DIVISION.
001030 MAIN.
001885     MOVE SW-QUESTION-ID TO WS-DL-QUESTION.
001890     MOVE SW-PROMPT-TEXT TO WS-DL-PROMPT.
001900     MOVE SW-RESULT TO WS-DL-RESULT.
001905     MOVE SW-OPTION-EFFECTIVE TO WS-DL-VERSION.
001910     PERFORM FIND-OPERATOR-NAME.
001920     MOVE WS-DETAIL-LINE TO QR-PRINT-LINE.
001930     WRITE QR-PRINT-LINE.
