000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. MODELED ON QSTGMNT: KEEPS
000050*                  THE QROSTER SHIFT ROSTER - LISTS ONE NIGHT'S
000060*                  ROSTER AND ADDS OR REMOVES OPERATORS ON A
000070*                  SHIFT, WRITING OR DELETING JUST THAT RECORD IN
000080*                  PLACE.
000090*----------------------------------------------------------------
000100
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. qrosmnt.
000130 AUTHOR. R P HALVORSEN.
000140 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170
000180*----------------------------------------------------------------
000190* QROSMNT MAINTAINS THE QROSTER FILE THE SHIFT PLANNER BUILDS
000200* AHEAD OF EACH BATCH WINDOW: WHICH OPERATORS ARE ON THE CONSOLE
000210* FOR WHICH SHIFT OF WHICH NIGHT. UNLIKE QSTGMNT IT STAYS IN A
000220* LOOP UNTIL THE PLANNER ENDS THE SESSION, SINCE A NIGHT'S
000230* ROSTER IS A DOZEN LINES, NOT ONE. EACH PASS TAKES AN ACTION:
000240*
000250*   L  LIST THE ROSTER FOR ONE DATE, EVERY SHIFT, WITH EACH
000260*      OPERATOR'S NAME AND AUTH LEVEL FROM QOPERS
000270*   A  ADD AN OPERATOR TO A SHIFT ON A DATE
000280*   D  REMOVE AN OPERATOR FROM A SHIFT ON A DATE
000290*   E  END THE SESSION
000300*
000310* AN OPERATOR WHO IS NOT ON THE QOPERS MASTER FILE CANNOT BE
000320* ROSTERED - QUESTION WOULD ABORT RC=91 ON THEIR FIRST ANSWER.
000330* QCOVER CHECKS THE FINISHED ROSTER AGAINST TONIGHT'S EXPECTED
000340* DECISION POINTS.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT QROSTER-FILE ASSIGN TO "QROSTER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS QW-RECORD-KEY
000440         FILE STATUS IS WS-QROSTER-STATUS.
000450
000460     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-QOPERS-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  QROSTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY QROSREC.
000550
000560 FD  QOPERS-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY QOPRREC.
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-QROSTER-STATUS           PIC X(02) VALUE SPACES.
000620 01  WS-QOPERS-STATUS            PIC X(02) VALUE SPACES.
000630
000640 01  WS-RECORD-COUNT             PIC 9(05) VALUE ZERO.
000650 01  WS-PLANNER-ID               PIC X(08) VALUE SPACES.
000660
000670 01  WS-ACTION-CODE              PIC X(01) VALUE SPACES.
000680     88  WS-ACTION-LIST          VALUES "L" "l".
000690     88  WS-ACTION-ADD           VALUES "A" "a".
000700     88  WS-ACTION-DELETE        VALUES "D" "d".
000710     88  WS-ACTION-END           VALUES "E" "e".
000720 01  WS-END-OF-SESSION-FLAG      PIC X(01) VALUE "N".
000730     88  WS-END-OF-SESSION       VALUE "Y".
000740 01  WS-LIST-DONE-FLAG           PIC X(01) VALUE "N".
000750     88  WS-LIST-DONE            VALUE "Y".
000760
000770*----------------------------------------------------------------
000780* ROSTER LINE KEYED IN BY THE PLANNER
000790*----------------------------------------------------------------
000800 01  WS-NEW-ROSTER-DATE          PIC X(08) VALUE SPACES.
000810 01  WS-NEW-SHIFT-CODE           PIC X(01) VALUE SPACES.
000820 01  WS-NEW-OPERATOR-ID          PIC X(08) VALUE SPACES.
000830
000840*----------------------------------------------------------------
000850* OPERATOR TABLE LOADED FROM QOPERS AT START-UP, FOR VALIDATING
000860* A NEW ROSTER LINE AND PUTTING NAMES ON THE LISTING.
000870*----------------------------------------------------------------
000880 01  WS-OPERATOR-COUNT           PIC 99 VALUE ZERO.
000890 01  WS-OPERATOR-TABLE.
000900     05  WS-OP-ENTRY OCCURS 1 TO 50 TIMES
000910                     DEPENDING ON WS-OPERATOR-COUNT
000920                     INDEXED BY P.
000930         10  WS-OP-OPERATOR-ID   PIC X(08).
000940         10  WS-OP-OPERATOR-NAME PIC X(25).
000950         10  WS-OP-AUTH-LEVEL    PIC X(02).
000960         10  WS-OP-FORCE-CHANGE  PIC X(01).
000970 01  WS-LOOK-ID                  PIC X(08) VALUE SPACES.
000980 01  WS-LOOK-FOUND-FLAG          PIC X(01) VALUE "N".
000990     88  WS-LOOK-FOUND           VALUE "Y".
001000 01  WS-LOOK-NAME                PIC X(25) VALUE SPACES.
001010 01  WS-LOOK-AUTH-LEVEL          PIC X(02) VALUE SPACES.
001020 01  WS-LOOK-FORCE-NOTE          PIC X(15) VALUE SPACES.
001030
001040 PROCEDURE DIVISION.
001050 MAIN.
001060     ACCEPT WS-PLANNER-ID FROM ENVIRONMENT "QOPERID".
001070     PERFORM LOAD-OPERATORS.
001080     PERFORM OPEN-QROSTER-FILE.
001090     PERFORM PROCESS-ONE-ACTION UNTIL WS-END-OF-SESSION.
001100     CLOSE QROSTER-FILE.
001110     DISPLAY "QROSMNT - QROSTER UPDATED".
001120     STOP RUN.
001130
001140*----------------------------------------------------------------
001150* LOAD-OPERATORS - READ QOPERS INTO THE OPERATOR TABLE. WITHOUT
001160* IT NO LINE COULD BE VALIDATED, SO THE RUN ABORTS RC=16.
001170*----------------------------------------------------------------
001180 LOAD-OPERATORS.
001190     MOVE ZERO TO WS-OPERATOR-COUNT.
001200     OPEN INPUT QOPERS-FILE.
001210     IF WS-QOPERS-STATUS NOT EQUAL "00"
001220         DISPLAY "QROSMNT - QOPERS COULD NOT BE OPENED "
001230             "(STATUS " WS-QOPERS-STATUS ") - ABORTING RUN"
001240         MOVE 16 TO RETURN-CODE
001250         STOP RUN
001260     END-IF.
001270     PERFORM LOAD-ONE-OPERATOR
001280         UNTIL WS-QOPERS-STATUS NOT EQUAL "00".
001290     CLOSE QOPERS-FILE.
001300
001310 LOAD-ONE-OPERATOR.
001320     READ QOPERS-FILE
001330         AT END
001340             CONTINUE
001350         NOT AT END
001360             IF WS-OPERATOR-COUNT < 50
001370                 ADD 1 TO WS-OPERATOR-COUNT
001380                 MOVE QP-OPERATOR-ID
001390                     TO WS-OP-OPERATOR-ID(WS-OPERATOR-COUNT)
001400                 MOVE QP-OPERATOR-NAME
001410                     TO WS-OP-OPERATOR-NAME(WS-OPERATOR-COUNT)
001420                 MOVE QP-AUTH-LEVEL
001430                     TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
001440                 MOVE QP-FORCE-CHANGE-FLAG
001450                     TO WS-OP-FORCE-CHANGE(WS-OPERATOR-COUNT)
001460             ELSE
001470                 DISPLAY "QROSMNT - QOPERS HAS MORE THAN 50 "
001480                     "OPERATORS - REMAINDER NOT LOADED"
001490             END-IF
001500     END-READ.
001510
001520*----------------------------------------------------------------
001530* OPEN-QROSTER-FILE - OPEN THE ROSTER FOR UPDATE IN PLACE. A
001540* SITE ROSTERING FOR THE FIRST TIME GETS THE FILE CREATED EMPTY
001550* AND REOPENED, AS QSTGMNT DOES FOR QSTAGE.
001560*----------------------------------------------------------------
001570 OPEN-QROSTER-FILE.
001580     OPEN I-O QROSTER-FILE.
001590     IF WS-QROSTER-STATUS EQUAL "05"
001600         OR WS-QROSTER-STATUS EQUAL "35"
001610         OPEN OUTPUT QROSTER-FILE
001620         CLOSE QROSTER-FILE
001630         OPEN I-O QROSTER-FILE
001640     END-IF.
001650     IF WS-QROSTER-STATUS NOT EQUAL "00"
001660         DISPLAY "QROSMNT - QROSTER COULD NOT BE OPENED "
001670             "(STATUS " WS-QROSTER-STATUS ") - ABORTING RUN"
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710
001720*----------------------------------------------------------------
001730* PROCESS-ONE-ACTION - ASK FOR THE NEXT ACTION AND CARRY IT OUT.
001740*----------------------------------------------------------------
001750 PROCESS-ONE-ACTION.
001760     DISPLAY "ACTION (L=LIST, A=ADD, D=DELETE, E=END): "
001770         WITH NO ADVANCING.
001780     ACCEPT WS-ACTION-CODE.
001790     EVALUATE TRUE
001800         WHEN WS-ACTION-LIST
001810             PERFORM GET-ROSTER-DATE
001820             PERFORM LIST-ROSTER-FOR-DATE
001830         WHEN WS-ACTION-ADD
001840             PERFORM PROMPT-FOR-ROSTER-LINE
001850             PERFORM ADD-ROSTER-LINE
001860         WHEN WS-ACTION-DELETE
001870             PERFORM PROMPT-FOR-ROSTER-LINE
001880             PERFORM DELETE-ROSTER-LINE
001890         WHEN WS-ACTION-END
001900             SET WS-END-OF-SESSION TO TRUE
001910         WHEN OTHER
001920             DISPLAY "QROSMNT - ACTION MUST BE L, A, D, OR E"
001930     END-EVALUATE.
001940
001950*----------------------------------------------------------------
001960* GET-ROSTER-DATE - THE RUN DATE OF THE WINDOW, RE-PROMPTED
001970* UNTIL NUMERIC SO IT SORTS AND MATCHES QVFYDATE.
001980*----------------------------------------------------------------
001990 GET-ROSTER-DATE.
002000     DISPLAY "ROSTER DATE (YYYYMMDD): " WITH NO ADVANCING.
002010     ACCEPT WS-NEW-ROSTER-DATE.
002020     PERFORM UNTIL WS-NEW-ROSTER-DATE NUMERIC
002030         DISPLAY "QROSMNT - ROSTER DATE MUST BE YYYYMMDD - "
002040             "RE-ENTER"
002050         DISPLAY "ROSTER DATE (YYYYMMDD): " WITH NO ADVANCING
002060         ACCEPT WS-NEW-ROSTER-DATE
002070     END-PERFORM.
002080
002090 PROMPT-FOR-ROSTER-LINE.
002100     PERFORM GET-ROSTER-DATE.
002110     DISPLAY "SHIFT CODE: " WITH NO ADVANCING.
002120     ACCEPT WS-NEW-SHIFT-CODE.
002130     PERFORM UNTIL WS-NEW-SHIFT-CODE NOT EQUAL SPACE
002140         DISPLAY "QROSMNT - SHIFT CODE IS REQUIRED - RE-ENTER"
002150         DISPLAY "SHIFT CODE: " WITH NO ADVANCING
002160         ACCEPT WS-NEW-SHIFT-CODE
002170     END-PERFORM.
002180     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
002190     ACCEPT WS-NEW-OPERATOR-ID.
002200
002210*----------------------------------------------------------------
002220* LIST-ROSTER-FOR-DATE - POSITION ON THE FIRST KEY FOR THE DATE
002230* AND LIST FORWARD UNTIL THE DATE CHANGES. EACH LINE SHOWS THE
002240* OPERATOR'S QOPERS NAME AND AUTH LEVEL, AND WHETHER A FORCED
002250* VERIFICATION-CODE CHANGE IS STILL OUTSTANDING.
002260*----------------------------------------------------------------
002270 LIST-ROSTER-FOR-DATE.
002280     MOVE ZERO TO WS-RECORD-COUNT.
002290     MOVE "N" TO WS-LIST-DONE-FLAG.
002300     MOVE LOW-VALUES TO QW-RECORD-KEY.
002310     MOVE WS-NEW-ROSTER-DATE TO QW-ROSTER-DATE.
002320     START QROSTER-FILE KEY IS NOT LESS THAN QW-RECORD-KEY
002330         INVALID KEY
002340             SET WS-LIST-DONE TO TRUE
002350     END-START.
002360     PERFORM LIST-ONE-ROSTER-LINE UNTIL WS-LIST-DONE.
002370     DISPLAY "ROSTER LINES FOR " WS-NEW-ROSTER-DATE ": "
002380         WS-RECORD-COUNT.
002390
002400 LIST-ONE-ROSTER-LINE.
002410     READ QROSTER-FILE NEXT RECORD
002420         AT END
002430             SET WS-LIST-DONE TO TRUE
002440         NOT AT END
002450             IF QW-ROSTER-DATE NOT EQUAL WS-NEW-ROSTER-DATE
002460                 SET WS-LIST-DONE TO TRUE
002470             ELSE
002480                 ADD 1 TO WS-RECORD-COUNT
002490                 MOVE QW-OPERATOR-ID TO WS-LOOK-ID
002500                 PERFORM FIND-OPERATOR
002510                 DISPLAY "  SHIFT: " QW-SHIFT-CODE
002520                     " OPERATOR: " QW-OPERATOR-ID
002530                     " " WS-LOOK-NAME
002540                     " LEVEL: " WS-LOOK-AUTH-LEVEL
002550                     " " WS-LOOK-FORCE-NOTE
002560             END-IF
002570     END-READ.
002580
002590*----------------------------------------------------------------
002600* FIND-OPERATOR - LOOK WS-LOOK-ID UP IN THE OPERATOR TABLE.
002610*----------------------------------------------------------------
002620 FIND-OPERATOR.
002630     MOVE "N" TO WS-LOOK-FOUND-FLAG.
002640     MOVE "*** NOT ON QOPERS ***" TO WS-LOOK-NAME.
002650     MOVE SPACES TO WS-LOOK-AUTH-LEVEL WS-LOOK-FORCE-NOTE.
002660     PERFORM VARYING P FROM 1 BY 1
002670             UNTIL P > WS-OPERATOR-COUNT OR WS-LOOK-FOUND
002680         IF WS-OP-OPERATOR-ID(P) EQUAL WS-LOOK-ID
002690             SET WS-LOOK-FOUND TO TRUE
002700             MOVE WS-OP-OPERATOR-NAME(P) TO WS-LOOK-NAME
002710             MOVE WS-OP-AUTH-LEVEL(P) TO WS-LOOK-AUTH-LEVEL
002720             IF WS-OP-FORCE-CHANGE(P) EQUAL "Y"
002730                 MOVE "CODE CHANGE DUE" TO WS-LOOK-FORCE-NOTE
002740             END-IF
002750         END-IF
002760     END-PERFORM.
002770
002780*----------------------------------------------------------------
002790* ADD-ROSTER-LINE - WRITE THE LINE JUST KEYED IN. THE OPERATOR
002800* MUST BE ON QOPERS; A LINE ALREADY ON FILE IS LEFT AS IT IS.
002810*----------------------------------------------------------------
002820 ADD-ROSTER-LINE.
002830     MOVE WS-NEW-OPERATOR-ID TO WS-LOOK-ID.
002840     PERFORM FIND-OPERATOR.
002850     IF NOT WS-LOOK-FOUND
002860         DISPLAY "QROSMNT - OPERATOR " WS-NEW-OPERATOR-ID
002870             " IS NOT ON THE QOPERS MASTER FILE - NOT ADDED"
002880     ELSE
002890         MOVE WS-NEW-ROSTER-DATE TO QW-ROSTER-DATE
002900         MOVE WS-NEW-SHIFT-CODE TO QW-SHIFT-CODE
002910         MOVE WS-NEW-OPERATOR-ID TO QW-OPERATOR-ID
002920         MOVE WS-PLANNER-ID TO QW-PLANNER-ID
002930         ACCEPT QW-ADDED-DATE FROM DATE YYYYMMDD
002940         ACCEPT QW-ADDED-TIME FROM TIME
002950         WRITE QW-ROSTER-RECORD
002960         EVALUATE WS-QROSTER-STATUS
002970             WHEN "00"
002980                 DISPLAY "QROSMNT - " WS-NEW-OPERATOR-ID
002990                     " ADDED TO SHIFT " WS-NEW-SHIFT-CODE
003000                 IF WS-LOOK-FORCE-NOTE NOT EQUAL SPACES
003010                     DISPLAY "QROSMNT - NOTE: " WS-NEW-OPERATOR-ID
003020                         " STILL HAS A FORCED CODE CHANGE DUE"
003030                 END-IF
003040             WHEN "22"
003050                 DISPLAY "QROSMNT - " WS-NEW-OPERATOR-ID
003060                     " IS ALREADY ROSTERED ON THAT SHIFT"
003070             WHEN OTHER
003080                 DISPLAY "QROSMNT - QROSTER WRITE FAILED (STATUS "
003090                     WS-QROSTER-STATUS ")"
003100                 MOVE 12 TO RETURN-CODE
003110         END-EVALUATE
003120     END-IF.
003130
003140*----------------------------------------------------------------
003150* DELETE-ROSTER-LINE - REMOVE THE LINE JUST KEYED IN.
003160*----------------------------------------------------------------
003170 DELETE-ROSTER-LINE.
003180     MOVE WS-NEW-ROSTER-DATE TO QW-ROSTER-DATE.
003190     MOVE WS-NEW-SHIFT-CODE TO QW-SHIFT-CODE.
003200     MOVE WS-NEW-OPERATOR-ID TO QW-OPERATOR-ID.
003210     DELETE QROSTER-FILE RECORD
003220         INVALID KEY
003230             DISPLAY "QROSMNT - " WS-NEW-OPERATOR-ID
003240                 " IS NOT ROSTERED ON THAT SHIFT"
003250         NOT INVALID KEY
003260             DISPLAY "QROSMNT - " WS-NEW-OPERATOR-ID
003270                 " REMOVED FROM SHIFT " WS-NEW-SHIFT-CODE
003280     END-DELETE.
