000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. CALLABLE LOOKUP OF TONIGHT'S
000050*                  ANSWER TO ONE DECISION POINT ON THE QDECISN
000060*                  REPOSITORY, FOR BATCH PROGRAMS IN ANY STREAM.
000070*----------------------------------------------------------------
000080
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. qdeclkp.
000110 AUTHOR. R P HALVORSEN.
000120 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000130 DATE-WRITTEN. 2026-10-15.
000140 DATE-COMPILED.
000150
000160*----------------------------------------------------------------
000170* QDECLKP IS CALLED WITH THE QLKPREC PARAMETER AREA:
000180*
000190*     CALL "qdeclkp" USING QQ-LOOKUP-AREA.
000200*
000210* IT READS THE QDECISN RECORD FOR QQ-RUN-DATE AND QQ-QUESTION-ID
000220* AND HANDS BACK THE ANSWER, THE JOB/STEP AND OPERATOR THAT
000230* GAVE IT, AND ITS STATUS - ANSWERED, DEFAULTED, STAGED, OR NOT
000240* YET ASKED - SO A MONTH-END OR RESTORE JOB LATER IN THE WINDOW
000250* CAN ACT ON A DECISION TAKEN IN ANOTHER STREAM WITHOUT A COND=
000260* CHAIN BACK TO THE STEP THAT ASKED IT. QQ-RUN-DATE LEFT SPACES
000270* MEANS THE WINDOW'S RUN DATE FROM QVFYDATE - THE SAME SETTING
000280* QUESTION POSTS UNDER - OR TODAY WHEN THAT IS NOT SET.
000290*
000300* QDECISN IS OPENED AND CLOSED ON EVERY CALL: A CALLER TYPICALLY
000310* WANTS ONE OR TWO ANSWERS, AND HOLDING THE FILE OPEN ACROSS
000320* CALLS WOULD HIDE A DECISION POSTED IN THE MEANTIME. A FILE
000330* THAT CANNOT BE OPENED OR READ COMES BACK AS STATUS "E" WITH
000340* THE FILE STATUS IN QQ-FILE-STATUS - NEVER AS "NOT YET ASKED",
000350* WHICH A CALLER MIGHT SAFELY WAIT ON. QDECLKP DISPLAYS NOTHING
000360* AND LEAVES RETURN-CODE ALONE; WHAT TO DO WITH THE ANSWER IS
000370* THE CALLER'S BUSINESS (SEE QDECRC FOR THE JCL STEP).
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT QDECISN-FILE ASSIGN TO "QDECISN"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS QD-RECORD-KEY
000470         FILE STATUS IS WS-QDECISN-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  QDECISN-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY QDECREC.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-QDECISN-STATUS           PIC X(02) VALUE SPACES.
000570
000580 LINKAGE SECTION.
000590     COPY QLKPREC.
000600
000610 PROCEDURE DIVISION USING QQ-LOOKUP-AREA.
000620 MAIN.
000630     PERFORM CLEAR-LOOKUP-RESULT.
000640     IF QQ-RUN-DATE EQUAL SPACES
000650         ACCEPT QQ-RUN-DATE FROM ENVIRONMENT "QVFYDATE"
000660         IF QQ-RUN-DATE NOT NUMERIC
000670             ACCEPT QQ-RUN-DATE FROM DATE YYYYMMDD
000680         END-IF
000690     END-IF.
000700
000710     IF QQ-QUESTION-ID EQUAL SPACES
000720         SET QQ-LOOKUP-FAILED TO TRUE
000730     ELSE
000740         PERFORM READ-DECISION-RECORD
000750     END-IF.
000760     GOBACK.
000770
000780*----------------------------------------------------------------
000790* CLEAR-LOOKUP-RESULT - EMPTY EVERY RETURNED FIELD SO NOTHING
000800* LEFT OVER FROM A CALLER'S PREVIOUS LOOKUP SURVIVES A MISS.
000810*----------------------------------------------------------------
000820 CLEAR-LOOKUP-RESULT.
000830     MOVE SPACES TO QQ-STATUS.
000840     MOVE SPACES TO QQ-RESULT.
000850     MOVE ZERO TO QQ-MATCH-POSITION.
000860     MOVE SPACES TO QQ-EVENT-TYPE.
000870     MOVE SPACES TO QQ-JOB-NAME.
000880     MOVE SPACES TO QQ-STEP-NAME.
000890     MOVE SPACES TO QQ-OPERATOR-ID.
000900     MOVE SPACES TO QQ-POSTED-DATE.
000910     MOVE SPACES TO QQ-POSTED-TIME.
000920     MOVE SPACES TO QQ-FILE-STATUS.
000930
000940*----------------------------------------------------------------
000950* READ-DECISION-RECORD - READ QDECISN DIRECTLY BY RUN DATE AND
000960* QUESTION ID. STATUS 23 (NO RECORD) IS THE NORMAL "NOT YET
000970* ASKED" ANSWER; SO IS A FILE NOT YET CREATED (35), SINCE NO
000980* DECISION HAS EVER BEEN POSTED. ANY OTHER STATUS IS A FAILED
000990* LOOKUP.
001000*----------------------------------------------------------------
001010 READ-DECISION-RECORD.
001020     OPEN INPUT QDECISN-FILE.
001030     IF WS-QDECISN-STATUS EQUAL "35"
001040         SET QQ-NOT-YET-ASKED TO TRUE
001050     ELSE
001060         IF WS-QDECISN-STATUS NOT EQUAL "00"
001070             SET QQ-LOOKUP-FAILED TO TRUE
001080             MOVE WS-QDECISN-STATUS TO QQ-FILE-STATUS
001090         ELSE
001100             MOVE QQ-RUN-DATE TO QD-RUN-DATE
001110             MOVE QQ-QUESTION-ID TO QD-QUESTION-ID
001120             READ QDECISN-FILE
001130             EVALUATE WS-QDECISN-STATUS
001140                 WHEN "00"
001150                     PERFORM RETURN-DECISION
001160                 WHEN "23"
001170                     SET QQ-NOT-YET-ASKED TO TRUE
001180                 WHEN OTHER
001190                     SET QQ-LOOKUP-FAILED TO TRUE
001200                     MOVE WS-QDECISN-STATUS TO QQ-FILE-STATUS
001210             END-EVALUATE
001220             CLOSE QDECISN-FILE
001230         END-IF
001240     END-IF.
001250
001260*----------------------------------------------------------------
001270* RETURN-DECISION - COPY THE RECORD FOUND INTO THE CALLER'S AREA
001280* AND TURN ITS QAUDIT EVENT INTO A LOOKUP STATUS: A RESTART THAT
001290* REUSED A PRIOR ANSWER IS AS MUCH AN ANSWER AS ONE KEYED
001300* TONIGHT.
001310*----------------------------------------------------------------
001320 RETURN-DECISION.
001330     MOVE QD-RESULT TO QQ-RESULT.
001340     MOVE QD-MATCH-POSITION TO QQ-MATCH-POSITION.
001350     MOVE QD-EVENT-TYPE TO QQ-EVENT-TYPE.
001360     MOVE QD-JOB-NAME TO QQ-JOB-NAME.
001370     MOVE QD-STEP-NAME TO QQ-STEP-NAME.
001380     MOVE QD-OPERATOR-ID TO QQ-OPERATOR-ID.
001390     MOVE QD-POSTED-DATE TO QQ-POSTED-DATE.
001400     MOVE QD-POSTED-TIME TO QQ-POSTED-TIME.
001410     EVALUATE TRUE
001420         WHEN QD-EVENT-DEFAULTED
001430             SET QQ-DEFAULTED TO TRUE
001440         WHEN QD-EVENT-STAGED
001450             SET QQ-STAGED TO TRUE
001460         WHEN OTHER
001470             SET QQ-ANSWERED TO TRUE
001480     END-EVALUATE.
