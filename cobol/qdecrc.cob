000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. JCL STEP THAT LOOKS UP
000050*                  TONIGHT'S ANSWER TO ONE DECISION POINT ON
000060*                  QDECISN (THROUGH QDECLKP) AND ENDS WITH A
000070*                  RETURN CODE LATER STEPS CAN TEST WITH COND=.
000080*----------------------------------------------------------------
000090
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. qdecrc.
000120 AUTHOR. R P HALVORSEN.
000130 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160
000170*----------------------------------------------------------------
000180* QDECRC LETS A JOB IN ANY STREAM BRANCH ON A DECISION TAKEN IN
000190* ANOTHER ONE. THE QUESTION ID ARRIVES IN QQUESTID AND THE
000200* WINDOW'S RUN DATE IN QVFYDATE (DEFAULT TODAY), THE SAME
000210* SETTINGS QUESTION ITSELF READS. THE RETURN CODE IS:
000220*
000230*   RC = ENTRY POSITION * 4 WHEN QDECANS IS NOT SET - THE SAME
000240*        CODE THE QUESTION STEP THAT TOOK THE DECISION ENDED WITH
000250*        (RC=04 FOR THE FIRST ENTRY, RC=08 FOR THE SECOND, ...),
000260*        SO A COND= TEST WRITTEN AGAINST THAT STEP CARRIES OVER
000270*        UNCHANGED. A TYPED ANSWER HAS NO POSITION AND GIVES RC=0.
000280*   RC = 0 OR 4 WHEN QDECANS IS SET - 0 WHEN TONIGHT'S ANSWER IS
000290*        QDECANS (UPPER-CASED AND TRIMMED, THE WAY QUESTION
000300*        MATCHES ENTRIES), 4 WHEN IT IS ANYTHING ELSE.
000310*   RC = 96 WHEN THE QUESTION HAS NOT YET BEEN ASKED TONIGHT.
000320*   RC = 97 WHEN THE LOOKUP ITSELF FAILED (QDECISN NOT READABLE
000330*        OR NO QQUESTID).
000340*
000350* WHETHER THE ANSWER WAS KEYED, DEFAULTED, OR STAGED IS SHOWN ON
000360* SYSOUT WITH THE JOB/STEP AND OPERATOR THAT GAVE IT; IT DOES NOT
000370* CHANGE THE RETURN CODE - A DEFAULTED ANSWER IS STILL THE ANSWER
000380* THAT WENT DOWNSTREAM.
000390*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420
000430 DATA DIVISION.
000440 WORKING-STORAGE SECTION.
000450     COPY QLKPREC.
000460
000470 01  WS-EXPECTED-ANSWER          PIC X(10) VALUE SPACES.
000480 01  WS-EXPECTED-NORM            PIC X(10) VALUE SPACES.
000490 01  WS-RESULT-NORM              PIC X(10) VALUE SPACES.
000500 01  WS-STATUS-TEXT              PIC X(14) VALUE SPACES.
000510 01  WS-FINAL-RC                 PIC 9(02) VALUE ZERO.
000520
000530 PROCEDURE DIVISION.
000540 MAIN.
000550     MOVE SPACES TO QQ-LOOKUP-AREA.
000560     ACCEPT QQ-QUESTION-ID FROM ENVIRONMENT "QQUESTID".
000570     ACCEPT QQ-RUN-DATE FROM ENVIRONMENT "QVFYDATE".
000580     IF QQ-RUN-DATE NOT NUMERIC
000590         MOVE SPACES TO QQ-RUN-DATE
000600     END-IF.
000610     ACCEPT WS-EXPECTED-ANSWER FROM ENVIRONMENT "QDECANS".
000620
000630     CALL "qdeclkp" USING QQ-LOOKUP-AREA.
000640
000650     EVALUATE TRUE
000660         WHEN QQ-LOOKUP-FAILED
000670             PERFORM REPORT-LOOKUP-FAILED
000680         WHEN QQ-NOT-YET-ASKED
000690             DISPLAY "QDECRC - " QQ-QUESTION-ID
000700                 " NOT YET ASKED FOR WINDOW " QQ-RUN-DATE
000710             MOVE 96 TO WS-FINAL-RC
000720         WHEN OTHER
000730             PERFORM REPORT-DECISION
000740             PERFORM SET-DECISION-RC
000750     END-EVALUATE.
000760
000770     DISPLAY "QDECRC - RETURN CODE " WS-FINAL-RC.
000780     MOVE WS-FINAL-RC TO RETURN-CODE.
000790     STOP RUN.
000800
000810*----------------------------------------------------------------
000820* REPORT-LOOKUP-FAILED - SAY WHY NO ANSWER COULD BE GIVEN. THIS
000830* IS NEVER REPORTED AS "NOT YET ASKED": A STEP WAITING ON RC=96
000840* MUST NOT PROCEED BECAUSE THE REPOSITORY WAS UNREADABLE.
000850*----------------------------------------------------------------
000860 REPORT-LOOKUP-FAILED.
000870     IF QQ-QUESTION-ID EQUAL SPACES
000880         DISPLAY "QDECRC - NO QQUESTID GIVEN - NOTHING TO LOOK UP"
000890     ELSE
000900         DISPLAY "QDECRC - QDECISN NOT AVAILABLE (STATUS "
000910             QQ-FILE-STATUS ") - " QQ-QUESTION-ID
000920             " CANNOT BE LOOKED UP"
000930     END-IF.
000940     MOVE 97 TO WS-FINAL-RC.
000950
000960*----------------------------------------------------------------
000970* REPORT-DECISION - ONE LINE ON SYSOUT SAYING WHAT TONIGHT'S
000980* ANSWER IS, HOW IT WAS GIVEN, AND BY WHOM.
000990*----------------------------------------------------------------
001000 REPORT-DECISION.
001010     EVALUATE TRUE
001020         WHEN QQ-DEFAULTED
001030             MOVE "DEFAULTED" TO WS-STATUS-TEXT
001040         WHEN QQ-STAGED
001050             MOVE "STAGED" TO WS-STATUS-TEXT
001060         WHEN QQ-EVENT-TYPE EQUAL "R"
001070             MOVE "RESTART REUSE" TO WS-STATUS-TEXT
001080         WHEN OTHER
001090             MOVE "ANSWERED" TO WS-STATUS-TEXT
001100     END-EVALUATE.
001110     DISPLAY "QDECRC - " QQ-QUESTION-ID " WINDOW " QQ-RUN-DATE
001120         ": " QQ-RESULT " (" FUNCTION TRIM(WS-STATUS-TEXT)
001130         ") BY " QQ-OPERATOR-ID " IN " QQ-JOB-NAME "/"
001140         QQ-STEP-NAME " AT " QQ-POSTED-DATE " " QQ-POSTED-TIME.
001150
001160*----------------------------------------------------------------
001170* SET-DECISION-RC - THE ENTRY POSITION TIMES FOUR, OR A STRAIGHT
001180* MATCH AGAINST QDECANS WHEN ONE WAS GIVEN.
001190*----------------------------------------------------------------
001200 SET-DECISION-RC.
001210     IF WS-EXPECTED-ANSWER EQUAL SPACES
001220         COMPUTE WS-FINAL-RC = QQ-MATCH-POSITION * 4
001230     ELSE
001240         MOVE FUNCTION TRIM(FUNCTION
001245             UPPER-CASE(WS-EXPECTED-ANSWER)) TO WS-EXPECTED-NORM
001260         MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(QQ-RESULT))
001270             TO WS-RESULT-NORM
001280         IF WS-RESULT-NORM EQUAL WS-EXPECTED-NORM
001290             MOVE ZERO TO WS-FINAL-RC
001300         ELSE
001310             MOVE 4 TO WS-FINAL-RC
001320         END-IF
001330     END-IF.
