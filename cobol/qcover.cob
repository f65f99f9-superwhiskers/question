000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. TONIGHT'S STAFFING-COVERAGE
000050*                  CHECK: MATCHES THE QEXPECT LIST AGAINST THE
000060*                  QROSTER SHIFT ROSTER SO A SHIFT WITH NOBODY
000070*                  ABLE TO ANSWER A PROMPT - OR ONLY ONE PERSON
000080*                  FOR A DUAL-CONTROL PROMPT - SHOWS UP WHEN THE
000090*                  ROSTER IS BUILT, NOT AT THE PROMPT.
000100*----------------------------------------------------------------
000110
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. qcover.
000140 AUTHOR. R P HALVORSEN.
000150 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180
000190*----------------------------------------------------------------
000200* QCOVER READS TONIGHT'S QEXPECT LIST (FROM QSCHED) AND THE
000210* QROSTER LINES FOR THE SAME RUN DATE, AND REPORTS:
000220*
000230*   - THE ROSTER ITSELF, SHIFT BY SHIFT, WITH EACH OPERATOR'S
000240*     QOPERS NAME AND AUTH LEVEL. A ROSTERED OPERATOR WHO IS NOT
000250*     ON QOPERS (QUESTION WOULD ABORT RC=91) OR A SHIFT WITH
000260*     NOBODY ROSTERED IS A GAP; A ROSTERED OPERATOR WHOSE
000270*     QP-FORCE-CHANGE-FLAG IS STILL SET IS A WARNING - THEY WILL
000280*     BE TOLD TO CHANGE THEIR VERIFICATION CODE AT SIGN-ON.
000290*   - EVERY EXPECTED DECISION POINT, ON EVERY SHIFT IN THE
000300*     WINDOW, THAT NOBODY ROSTERED ON THAT SHIFT HOLDS THE AUTH
000310*     LEVEL FOR (QUESTION WOULD ABORT RC=92), AND EVERY DUAL-
000320*     CONTROL PROMPT WITH FEWER THAN TWO QUALIFIED OPERATORS
000330*     ROSTERED (IT CAN ONLY END IN RC=90).
000340*
000350* EACH ROSTERED OPERATOR IS HELD TO THE QOPTIONS RECORD THAT
000360* WOULD RESOLVE FOR THEM - THEIR OWN EXACT RECORD WHEN ONE IS ON
000370* FILE AND VALID, OTHERWISE THE SHIFT'S "DEFAULT " RECORD - AS
000380* QUESTION'S LOAD-OPTIONS DOES. A DECISION POINT WITH NO RECORD
000390* RESOLVING AT ALL IS A CATALOG HOLE FOR QREADY TO REPORT, AND
000400* IS ONLY NOTED HERE.
000410*
000420* THE RUN DATE ARRIVES IN QVFYDATE AND THE WINDOW'S SHIFT CODES
000430* IN QRDYSHFT, AS FOR QREADY (DEFAULTS TODAY AND "123"). THE RUN
000440* ENDS RC=8 WHEN THERE IS ANY GAP, RC=4 WITH WARNINGS ONLY, AND
000450* RC=0 WHEN TONIGHT IS COVERED. A QEXPECT, QOPERS, OR QROSTER
000452* TOO LONG FOR ITS TABLE IS A GAP, SINCE PART OF TONIGHT GOES
000454* UNCHECKED. A MISSING QEXPECT, QOPERS, OR QROSTER ENDS RC=16.
000470*----------------------------------------------------------------
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT QEXPECT-FILE ASSIGN TO "QEXPECT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-QEXPECT-STATUS.
000550
000560     SELECT QROSTER-FILE ASSIGN TO "QROSTER"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS QW-RECORD-KEY
000600         FILE STATUS IS WS-QROSTER-STATUS.
000610
000620     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS QO-RECORD-KEY
000660         FILE STATUS IS WS-QOPTIONS-STATUS.
000670
000680     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-QOPERS-STATUS.
000710
000720     SELECT QCOVER-FILE ASSIGN TO "QCOVER"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-QCOVER-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  QEXPECT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY QCTLREC.
000810
000820 FD  QROSTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY QROSREC.
000850
000860 FD  QOPTIONS-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY QOPTREC.
000890
000900 FD  QOPERS-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY QOPRREC.
000930
000940 FD  QCOVER-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  QG-PRINT-LINE                   PIC X(132).
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-QEXPECT-STATUS               PIC X(02) VALUE SPACES.
001000 01  WS-QROSTER-STATUS               PIC X(02) VALUE SPACES.
001010 01  WS-QOPTIONS-STATUS              PIC X(02) VALUE SPACES.
001020 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
001030 01  WS-QCOVER-STATUS                PIC X(02) VALUE SPACES.
001040
001050 01  WS-QOPTIONS-OPEN-FLAG           PIC X(01) VALUE "N".
001060     88  WS-QOPTIONS-OPEN            VALUE "Y".
001070
001080*----------------------------------------------------------------
001090* THE WINDOW BEING CHECKED: RUN DATE AND THE SHIFTS IT SPANS
001100*----------------------------------------------------------------
001110 01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
001120 01  WS-WINDOW-SHIFTS                PIC X(09) VALUE SPACES.
001130 01  WS-SHIFT-COUNT                  PIC 9(01) VALUE ZERO.
001140 01  WS-SHIFT-POS                    PIC 9(02) VALUE ZERO.
001150 01  WS-SHIFT-CODE                   PIC X(01) VALUE SPACES.
001160 01  WS-SHIFT-DONE-FLAG              PIC X(01) VALUE "N".
001170     88  WS-SHIFT-DONE               VALUE "Y".
001180 01  WS-SHIFT-ROSTERED               PIC 9(03) VALUE ZERO.
001190
001200*----------------------------------------------------------------
001210* TONIGHT'S EXPECTED DECISION POINTS FROM QEXPECT
001220*----------------------------------------------------------------
001230 01  WS-EXPECT-COUNT                 PIC 9(03) VALUE ZERO.
001240 01  WS-MAX-EXPECT                   PIC 9(03) VALUE 500.
001250 01  WS-EXPECT-TABLE.
001260     05  XP-ENTRY OCCURS 500 TIMES INDEXED BY XX.
001270         10  XP-JOB-NAME             PIC X(08).
001280         10  XP-STEP-NAME            PIC X(08).
001290         10  XP-QUESTION-ID          PIC X(08).
001300 01  WS-EXPECT-FULL-FLAG             PIC X(01) VALUE "N".
001310     88  WS-EXPECT-FULL              VALUE "Y".
001320
001330*----------------------------------------------------------------
001340* OPERATOR TABLE LOADED FROM QOPERS AT START-UP
001350*----------------------------------------------------------------
001360 01  WS-OPERATOR-COUNT               PIC 99 VALUE ZERO.
001370 01  WS-OPERATOR-TABLE.
001380     05  WS-OP-ENTRY OCCURS 1 TO 50 TIMES
001390                     DEPENDING ON WS-OPERATOR-COUNT
001400                     INDEXED BY P.
001410         10  WS-OP-OPERATOR-ID       PIC X(08).
001420         10  WS-OP-OPERATOR-NAME     PIC X(25).
001430         10  WS-OP-AUTH-LEVEL        PIC 9(02).
001440         10  WS-OP-FORCE-CHANGE      PIC X(01).
001450 01  WS-OPERATOR-FULL-FLAG           PIC X(01) VALUE "N".
001460     88  WS-OPERATOR-FULL            VALUE "Y".
001470
001480*----------------------------------------------------------------
001490* TONIGHT'S ROSTER, EVERY SHIFT IN THE WINDOW. RL-OPERATOR-SUB
001500* POINTS AT THE OPERATOR'S QOPERS TABLE ENTRY, ZERO WHEN THE
001510* ROSTERED ID IS NOT ON QOPERS - OR, WHEN QOPERS OVERFLOWED THE
001512* OPERATOR TABLE, MAY BE ON IT PAST THE LAST ENTRY LOADED.
001520*----------------------------------------------------------------
001530 01  WS-ROSTER-COUNT                 PIC 9(03) VALUE ZERO.
001540 01  WS-MAX-ROSTER                   PIC 9(03) VALUE 150.
001550 01  WS-ROSTER-TABLE.
001560     05  RL-ENTRY OCCURS 150 TIMES INDEXED BY RX.
001570         10  RL-SHIFT-CODE           PIC X(01).
001580         10  RL-OPERATOR-ID          PIC X(08).
001590         10  RL-OPERATOR-SUB         PIC 9(02).
001600 01  WS-ROSTER-FULL-FLAG             PIC X(01) VALUE "N".
001610     88  WS-ROSTER-FULL              VALUE "Y".
001620
001630*----------------------------------------------------------------
001640* COVERAGE OF ONE DECISION POINT ON ONE SHIFT
001650*----------------------------------------------------------------
001660 01  WS-LOOK-QUESTION-ID             PIC X(08) VALUE SPACES.
001670 01  WS-LOOK-ID                      PIC X(08) VALUE SPACES.
001680 01  WS-OPTION-VALID-FLAG            PIC X(01) VALUE "N".
001690     88  WS-OPTION-VALID             VALUE "Y".
001691 01  WS-VERSION-FROM                 PIC X(08) VALUE SPACES.
001692 01  WS-VERSION-FOUND-FLAG           PIC X(01) VALUE "N".
001693     88  WS-VERSION-FOUND            VALUE "Y".
001694 01  WS-VERSION-DONE-FLAG            PIC X(01) VALUE "N".
001695     88  WS-VERSION-DONE             VALUE "Y".
001700 01  WS-RESOLVED-COUNT               PIC 9(03) VALUE ZERO.
001710 01  WS-QUALIFIED-COUNT              PIC 9(03) VALUE ZERO.
001720 01  WS-LOWEST-AUTH-LEVEL            PIC 9(02) VALUE ZERO.
001730 01  WS-DUAL-NEEDED-FLAG             PIC X(01) VALUE "N".
001740     88  WS-DUAL-NEEDED              VALUE "Y".
001750
001760 01  WS-GAP-COUNT                    PIC 9(05) VALUE ZERO.
001770 01  WS-WARNING-COUNT                PIC 9(05) VALUE ZERO.
001780 01  WS-PROBLEM-SEVERITY             PIC X(01) VALUE SPACES.
001790     88  WS-PROBLEM-GAP              VALUE "G".
001800     88  WS-PROBLEM-WARNING          VALUE "W".
001810 01  WS-EDIT-COUNT                   PIC Z9.
001820 01  WS-EDIT-LEVEL                   PIC Z9.
001830
001840*----------------------------------------------------------------
001850* REPORT LINE LAYOUTS
001860*----------------------------------------------------------------
001870 01  WS-TITLE-LINE.
001880     05  FILLER                      PIC X(42) VALUE
001890         "QCOVER - TONIGHT'S STAFFING COVERAGE".
001900     05  FILLER                      PIC X(06) VALUE "DATE: ".
001910     05  WS-TL-DATE                  PIC X(08).
001920     05  FILLER                      PIC X(10) VALUE "  SHIFTS: ".
001930     05  WS-TL-SHIFTS                PIC X(09).
001940
001950 01  WS-SECTION-LINE                 PIC X(70) VALUE SPACES.
001960
001970 01  WS-ROSTER-LINE.
001980     05  FILLER                      PIC X(02) VALUE SPACES.
001990     05  WS-RL-SEVERITY              PIC X(08).
002000     05  FILLER                      PIC X(06) VALUE "SHIFT ".
002010     05  WS-RL-SHIFT-CODE            PIC X(01).
002020     05  FILLER                      PIC X(02) VALUE SPACES.
002030     05  WS-RL-OPERATOR-ID           PIC X(08).
002040     05  FILLER                      PIC X(01) VALUE SPACES.
002050     05  WS-RL-OPERATOR-NAME         PIC X(25).
002060     05  FILLER                      PIC X(07) VALUE " LEVEL ".
002070     05  WS-RL-AUTH-LEVEL            PIC Z9.
002080     05  FILLER                      PIC X(02) VALUE SPACES.
002090     05  WS-RL-NOTE                  PIC X(50).
002100
002110 01  WS-DETAIL-LINE.
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  WS-DL-SEVERITY              PIC X(08).
002140     05  WS-DL-JOB-NAME              PIC X(08).
002150     05  FILLER                      PIC X(01) VALUE SPACES.
002160     05  WS-DL-STEP-NAME             PIC X(08).
002170     05  FILLER                      PIC X(01) VALUE SPACES.
002180     05  WS-DL-QUESTION-ID           PIC X(08).
002190     05  FILLER                      PIC X(08) VALUE "  SHIFT ".
002200     05  WS-DL-SHIFT-CODE            PIC X(01).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  WS-DL-NOTE                  PIC X(70).
002230
002240 01  WS-TOTAL-LINE.
002250     05  FILLER                      PIC X(25) VALUE
002260         "DECISION POINTS CHECKED: ".
002270     05  WS-TOT-EXPECTED             PIC ZZ9.
002280     05  FILLER                      PIC X(20) VALUE
002290         "   OPERATOR LINES: ".
002300     05  WS-TOT-ROSTERED             PIC ZZ9.
002310     05  FILLER                      PIC X(10) VALUE
002320         "   GAPS: ".
002330     05  WS-TOT-GAPS                 PIC Z(04)9.
002340     05  FILLER                      PIC X(13) VALUE
002350         "   WARNINGS: ".
002360     05  WS-TOT-WARNINGS             PIC Z(04)9.
002370
002380 01  WS-COVERED-LINE                 PIC X(60) VALUE SPACES.
002390
002400 PROCEDURE DIVISION.
002410 MAIN.
002420     PERFORM GET-WINDOW-PARAMETERS.
002430     PERFORM LOAD-EXPECTED-LIST.
002440     PERFORM LOAD-OPERATORS.
002450     PERFORM LOAD-ROSTER.
002460
002470     OPEN OUTPUT QCOVER-FILE.
002480     MOVE WS-RUN-DATE TO WS-TL-DATE.
002490     MOVE WS-WINDOW-SHIFTS TO WS-TL-SHIFTS.
002500     MOVE WS-TITLE-LINE TO QG-PRINT-LINE.
002510     WRITE QG-PRINT-LINE.
002520
002530     MOVE "TONIGHT'S ROSTER" TO WS-SECTION-LINE.
002540     PERFORM WRITE-SECTION-HEADING.
002550     PERFORM LIST-ONE-SHIFT-ROSTER
002560         VARYING WS-SHIFT-POS FROM 1 BY 1
002570         UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT.
002580
002590     MOVE "DECISION POINTS NOT COVERED BY THE ROSTER"
002600         TO WS-SECTION-LINE.
002610     PERFORM WRITE-SECTION-HEADING.
002612     IF WS-EXPECT-FULL
002614         MOVE SPACES TO WS-DL-JOB-NAME WS-DL-STEP-NAME
002616             WS-DL-QUESTION-ID WS-DL-SHIFT-CODE
002617         MOVE "QEXPECT LONGER THAN THE EXPECTED TABLE - NOT ALL"
002618             TO WS-DL-NOTE
002619         MOVE "CHECKED" TO WS-DL-NOTE(50:7)
002620         SET WS-PROBLEM-GAP TO TRUE
002621         PERFORM WRITE-DETAIL-LINE
002622     END-IF.
002623     OPEN INPUT QOPTIONS-FILE.
002630     IF WS-QOPTIONS-STATUS EQUAL "00"
002640         SET WS-QOPTIONS-OPEN TO TRUE
002650         PERFORM CHECK-ONE-DECISION-POINT
002660             VARYING XX FROM 1 BY 1 UNTIL XX > WS-EXPECT-COUNT
002670         CLOSE QOPTIONS-FILE
002680     ELSE
002690         MOVE "  QOPTIONS NOT AVAILABLE - COVERAGE NOT CHECKED"
002700             TO QG-PRINT-LINE
002710         WRITE QG-PRINT-LINE
002720         ADD 1 TO WS-GAP-COUNT
002730     END-IF.
002740
002750     PERFORM WRITE-TOTALS.
002760     CLOSE QCOVER-FILE.
002770
002780     EVALUATE TRUE
002790         WHEN WS-GAP-COUNT > ZERO
002800             MOVE 8 TO RETURN-CODE
002810         WHEN WS-WARNING-COUNT > ZERO
002820             MOVE 4 TO RETURN-CODE
002830         WHEN OTHER
002840             MOVE ZERO TO RETURN-CODE
002850     END-EVALUATE.
002860     STOP RUN.
002870
002880*----------------------------------------------------------------
002890* GET-WINDOW-PARAMETERS - RUN DATE FROM QVFYDATE (DEFAULT TODAY)
002900* AND THE WINDOW'S SHIFT CODES FROM QRDYSHFT (DEFAULT "123").
002910*----------------------------------------------------------------
002920 GET-WINDOW-PARAMETERS.
002930     ACCEPT WS-RUN-DATE FROM ENVIRONMENT "QVFYDATE".
002940     IF WS-RUN-DATE NOT NUMERIC
002950         IF WS-RUN-DATE NOT EQUAL SPACES
002960             DISPLAY "QCOVER - QVFYDATE IS NOT YYYYMMDD ('"
002970                 WS-RUN-DATE "') - USING TODAY"
002980         END-IF
002990         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003000     END-IF.
003010
003020     ACCEPT WS-WINDOW-SHIFTS FROM ENVIRONMENT "QRDYSHFT".
003030     IF WS-WINDOW-SHIFTS EQUAL SPACES
003040         MOVE "123" TO WS-WINDOW-SHIFTS
003050     END-IF.
003060     MOVE ZERO TO WS-SHIFT-COUNT.
003070     PERFORM VARYING WS-SHIFT-POS FROM 1 BY 1
003080             UNTIL WS-SHIFT-POS > 9
003090         IF WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) NOT EQUAL SPACE
003100             MOVE WS-SHIFT-POS TO WS-SHIFT-COUNT
003110         END-IF
003120     END-PERFORM.
003130
003140*----------------------------------------------------------------
003150* LOAD-EXPECTED-LIST - READ TONIGHT'S QEXPECT LIST; WITHOUT IT
003160* THE RUN ABORTS RC=16 AS QREADY DOES.
003170*----------------------------------------------------------------
003180 LOAD-EXPECTED-LIST.
003190     OPEN INPUT QEXPECT-FILE.
003200     IF WS-QEXPECT-STATUS NOT EQUAL "00"
003210         DISPLAY "QCOVER - QEXPECT COULD NOT BE OPENED (STATUS "
003220             WS-QEXPECT-STATUS ") - ABORTING RUN"
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     PERFORM LOAD-ONE-EXPECTED-RECORD
003270         UNTIL WS-QEXPECT-STATUS NOT EQUAL "00".
003280     CLOSE QEXPECT-FILE.
003290
003300 LOAD-ONE-EXPECTED-RECORD.
003310     READ QEXPECT-FILE
003320         AT END
003330             CONTINUE
003340         NOT AT END
003350             IF WS-EXPECT-COUNT < WS-MAX-EXPECT
003360                 ADD 1 TO WS-EXPECT-COUNT
003370                 MOVE QC-JOB-NAME TO XP-JOB-NAME(WS-EXPECT-COUNT)
003380                 MOVE QC-STEP-NAME
003390                     TO XP-STEP-NAME(WS-EXPECT-COUNT)
003400                 MOVE QC-QUESTION-ID
003410                     TO XP-QUESTION-ID(WS-EXPECT-COUNT)
003420             ELSE
003430                 SET WS-EXPECT-FULL TO TRUE
003440             END-IF
003450     END-READ.
003460
003470*----------------------------------------------------------------
003480* LOAD-OPERATORS - READ QOPERS INTO THE OPERATOR TABLE. WITHOUT
003490* IT EVERY ROSTERED OPERATOR WOULD LOOK LIKE AN RC=91, SO THE
003492* RUN ABORTS RC=16 INSTEAD.
003494*----------------------------------------------------------------
003500 LOAD-OPERATORS.
003510     MOVE ZERO TO WS-OPERATOR-COUNT.
003520     OPEN INPUT QOPERS-FILE.
003530     IF WS-QOPERS-STATUS NOT EQUAL "00"
003532         DISPLAY "QCOVER - QOPERS COULD NOT BE OPENED (STATUS "
003534             WS-QOPERS-STATUS ") - ABORTING RUN"
003536         MOVE 16 TO RETURN-CODE
003538         STOP RUN
003540     END-IF.
003550     PERFORM LOAD-ONE-OPERATOR
003560         UNTIL WS-QOPERS-STATUS NOT EQUAL "00".
003570     CLOSE QOPERS-FILE.
003580
003590 LOAD-ONE-OPERATOR.
003600     READ QOPERS-FILE
003610         AT END
003620             CONTINUE
003630         NOT AT END
003640             IF WS-OPERATOR-COUNT < 50
003650                 ADD 1 TO WS-OPERATOR-COUNT
003660                 MOVE QP-OPERATOR-ID
003670                     TO WS-OP-OPERATOR-ID(WS-OPERATOR-COUNT)
003680                 MOVE QP-OPERATOR-NAME
003690                     TO WS-OP-OPERATOR-NAME(WS-OPERATOR-COUNT)
003700                 IF QP-AUTH-LEVEL NUMERIC
003710                     MOVE QP-AUTH-LEVEL
003720                         TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
003730                 ELSE
003740                     MOVE ZERO
003750                         TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
003760                 END-IF
003770                 MOVE QP-FORCE-CHANGE-FLAG
003780                     TO WS-OP-FORCE-CHANGE(WS-OPERATOR-COUNT)
003790             ELSE
003800                 SET WS-OPERATOR-FULL TO TRUE
003810             END-IF
003820     END-READ.
003830
003840*----------------------------------------------------------------
003850* LOAD-ROSTER - FOR EACH SHIFT IN THE WINDOW, POSITION ON THE
003860* FIRST QROSTER KEY FOR THE RUN DATE AND SHIFT AND READ FORWARD
003870* UNTIL EITHER CHANGES, TABLING EACH ROSTERED OPERATOR WITH A
003880* POINTER TO THEIR QOPERS ENTRY.
003890*----------------------------------------------------------------
003900 LOAD-ROSTER.
003910     OPEN INPUT QROSTER-FILE.
003920     IF WS-QROSTER-STATUS NOT EQUAL "00"
003930         DISPLAY "QCOVER - QROSTER COULD NOT BE OPENED (STATUS "
003940             WS-QROSTER-STATUS ") - ABORTING RUN"
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM LOAD-ONE-SHIFT-ROSTER
003990         VARYING WS-SHIFT-POS FROM 1 BY 1
004000         UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT.
004010     CLOSE QROSTER-FILE.
004020
004030 LOAD-ONE-SHIFT-ROSTER.
004040     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
004050     MOVE "N" TO WS-SHIFT-DONE-FLAG.
004060     IF WS-SHIFT-CODE EQUAL SPACE
004070         SET WS-SHIFT-DONE TO TRUE
004080     ELSE
004090         MOVE LOW-VALUES TO QW-RECORD-KEY
004100         MOVE WS-RUN-DATE TO QW-ROSTER-DATE
004110         MOVE WS-SHIFT-CODE TO QW-SHIFT-CODE
004120         START QROSTER-FILE KEY IS NOT LESS THAN QW-RECORD-KEY
004130             INVALID KEY
004140                 SET WS-SHIFT-DONE TO TRUE
004150         END-START
004160     END-IF.
004170     PERFORM LOAD-ONE-ROSTER-LINE UNTIL WS-SHIFT-DONE.
004180
004190 LOAD-ONE-ROSTER-LINE.
004200     READ QROSTER-FILE NEXT RECORD
004210         AT END
004220             SET WS-SHIFT-DONE TO TRUE
004230         NOT AT END
004240             IF QW-ROSTER-DATE NOT EQUAL WS-RUN-DATE
004250                 OR QW-SHIFT-CODE NOT EQUAL WS-SHIFT-CODE
004260                 SET WS-SHIFT-DONE TO TRUE
004270             ELSE
004280                 PERFORM TABLE-ROSTER-LINE
004290             END-IF
004300     END-READ.
004310
004320 TABLE-ROSTER-LINE.
004330     IF WS-ROSTER-COUNT < WS-MAX-ROSTER
004340         ADD 1 TO WS-ROSTER-COUNT
004350         MOVE QW-SHIFT-CODE TO RL-SHIFT-CODE(WS-ROSTER-COUNT)
004360         MOVE QW-OPERATOR-ID TO RL-OPERATOR-ID(WS-ROSTER-COUNT)
004370         MOVE ZERO TO RL-OPERATOR-SUB(WS-ROSTER-COUNT)
004380         PERFORM VARYING P FROM 1 BY 1
004390                 UNTIL P > WS-OPERATOR-COUNT
004400                     OR RL-OPERATOR-SUB(WS-ROSTER-COUNT) > ZERO
004410             IF WS-OP-OPERATOR-ID(P) EQUAL QW-OPERATOR-ID
004420                 SET RL-OPERATOR-SUB(WS-ROSTER-COUNT) TO P
004430             END-IF
004440         END-PERFORM
004450     ELSE
004460         SET WS-ROSTER-FULL TO TRUE
004470     END-IF.
004480
004490*----------------------------------------------------------------
004500* LIST-ONE-SHIFT-ROSTER - PRINT EVERY OPERATOR ROSTERED ON ONE
004510* SHIFT, FLAGGING ANYONE QUESTION WOULD TURN AWAY OR NAG, AND A
004520* SHIFT WITH NOBODY ON IT. AN OVERFLOWED ROSTER OR OPERATOR
004522* TABLE IS REPORTED AFTER THE LAST SHIFT.
004530*----------------------------------------------------------------
004540 LIST-ONE-SHIFT-ROSTER.
004550     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
004560     IF WS-SHIFT-CODE NOT EQUAL SPACE
004570         MOVE ZERO TO WS-SHIFT-ROSTERED
004580         PERFORM LIST-ONE-ROSTER-LINE
004590             VARYING RX FROM 1 BY 1 UNTIL RX > WS-ROSTER-COUNT
004600         IF WS-SHIFT-ROSTERED EQUAL ZERO
004610             MOVE SPACES TO WS-RL-OPERATOR-ID WS-RL-OPERATOR-NAME
004620             MOVE ZERO TO WS-RL-AUTH-LEVEL
004630             MOVE WS-SHIFT-CODE TO WS-RL-SHIFT-CODE
004640             MOVE "NOBODY ROSTERED ON THIS SHIFT" TO WS-RL-NOTE
004650             SET WS-PROBLEM-GAP TO TRUE
004660             PERFORM WRITE-ROSTER-LINE
004670         END-IF
004680     END-IF.
004690     IF WS-SHIFT-POS EQUAL WS-SHIFT-COUNT AND WS-ROSTER-FULL
004700         MOVE SPACES TO WS-RL-OPERATOR-ID WS-RL-OPERATOR-NAME
004710             WS-RL-SHIFT-CODE
004720         MOVE ZERO TO WS-RL-AUTH-LEVEL
004730         MOVE "ROSTER LONGER THAN THE ROSTER TABLE - NOT ALL READ"
004740             TO WS-RL-NOTE
004750         SET WS-PROBLEM-GAP TO TRUE
004760         PERFORM WRITE-ROSTER-LINE
004770     END-IF.
004772     IF WS-SHIFT-POS EQUAL WS-SHIFT-COUNT AND WS-OPERATOR-FULL
004774         MOVE SPACES TO WS-RL-OPERATOR-ID WS-RL-OPERATOR-NAME
004776             WS-RL-SHIFT-CODE
004778         MOVE ZERO TO WS-RL-AUTH-LEVEL
004780         MOVE "QOPERS LONGER THAN OPERATOR TABLE - NOT ALL READ"
004782             TO WS-RL-NOTE
004784         SET WS-PROBLEM-GAP TO TRUE
004786         PERFORM WRITE-ROSTER-LINE
004788     END-IF.
004780
004790 LIST-ONE-ROSTER-LINE.
004800     IF RL-SHIFT-CODE(RX) EQUAL WS-SHIFT-CODE
004810         ADD 1 TO WS-SHIFT-ROSTERED
004820         MOVE WS-SHIFT-CODE TO WS-RL-SHIFT-CODE
004830         MOVE RL-OPERATOR-ID(RX) TO WS-RL-OPERATOR-ID
004840         MOVE SPACES TO WS-RL-NOTE WS-RL-SEVERITY
004850         MOVE SPACES TO WS-PROBLEM-SEVERITY
004860         IF RL-OPERATOR-SUB(RX) EQUAL ZERO
004870             MOVE SPACES TO WS-RL-OPERATOR-NAME
004880             MOVE ZERO TO WS-RL-AUTH-LEVEL
004882             IF WS-OPERATOR-FULL
004884                 MOVE "NOT CHECKED - OPERATOR TABLE FULL"
004886                     TO WS-RL-NOTE
004888             ELSE
004890                 MOVE "NOT ON QOPERS - QUESTION WOULD ABORT RC=91"
004900                     TO WS-RL-NOTE
004905             END-IF
004910             SET WS-PROBLEM-GAP TO TRUE
004920         ELSE
004930             SET P TO RL-OPERATOR-SUB(RX)
004940             MOVE WS-OP-OPERATOR-NAME(P) TO WS-RL-OPERATOR-NAME
004950             MOVE WS-OP-AUTH-LEVEL(P) TO WS-RL-AUTH-LEVEL
004960             IF WS-OP-FORCE-CHANGE(P) EQUAL "Y"
004970                 MOVE "VERIFICATION CODE CHANGE STILL FORCED"
004980                     TO WS-RL-NOTE
004990                 SET WS-PROBLEM-WARNING TO TRUE
005000             END-IF
005010         END-IF
005020         PERFORM WRITE-ROSTER-LINE
005030     END-IF.
005040
005050*----------------------------------------------------------------
005060* CHECK-ONE-DECISION-POINT - COVERAGE OF ONE EXPECTED DECISION
005070* POINT ON EVERY SHIFT IN THE WINDOW THAT HAS ANYONE ROSTERED (A
005080* SHIFT WITH NOBODY ON IT WAS REPORTED WITH THE ROSTER).
005090*----------------------------------------------------------------
005100 CHECK-ONE-DECISION-POINT.
005110     MOVE XP-QUESTION-ID(XX) TO WS-LOOK-QUESTION-ID.
005120     PERFORM CHECK-ONE-SHIFT-COVERAGE
005130         VARYING WS-SHIFT-POS FROM 1 BY 1
005140         UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT.
005150
005160 CHECK-ONE-SHIFT-COVERAGE.
005170     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
005180     MOVE ZERO TO WS-SHIFT-ROSTERED WS-RESOLVED-COUNT
005190         WS-QUALIFIED-COUNT.
005200     MOVE 99 TO WS-LOWEST-AUTH-LEVEL.
005210     MOVE "N" TO WS-DUAL-NEEDED-FLAG.
005220     IF WS-SHIFT-CODE NOT EQUAL SPACE
005230         PERFORM CHECK-ONE-ROSTERED-OPERATOR
005240             VARYING RX FROM 1 BY 1 UNTIL RX > WS-ROSTER-COUNT
005250     END-IF.
005260     IF WS-SHIFT-ROSTERED > ZERO
005270         MOVE XP-JOB-NAME(XX) TO WS-DL-JOB-NAME
005280         MOVE XP-STEP-NAME(XX) TO WS-DL-STEP-NAME
005290         MOVE XP-QUESTION-ID(XX) TO WS-DL-QUESTION-ID
005300         MOVE WS-SHIFT-CODE TO WS-DL-SHIFT-CODE
005310         MOVE WS-QUALIFIED-COUNT TO WS-EDIT-COUNT
005320         MOVE WS-LOWEST-AUTH-LEVEL TO WS-EDIT-LEVEL
005330         MOVE SPACES TO WS-DL-NOTE
005340         EVALUATE TRUE
005350             WHEN WS-RESOLVED-COUNT EQUAL ZERO
005360                 MOVE "NO QOPTIONS RECORD RESOLVES - SEE QREADY"
005370                     TO WS-DL-NOTE
005380                 SET WS-PROBLEM-WARNING TO TRUE
005390                 PERFORM WRITE-DETAIL-LINE
005400             WHEN WS-QUALIFIED-COUNT EQUAL ZERO
005410                 STRING "NOBODY ROSTERED HOLDS AUTH LEVEL "
005420                     WS-EDIT-LEVEL " - WOULD ABORT RC=92"
005430                     DELIMITED BY SIZE INTO WS-DL-NOTE
005440                 SET WS-PROBLEM-GAP TO TRUE
005450                 PERFORM WRITE-DETAIL-LINE
005460             WHEN WS-DUAL-NEEDED AND WS-QUALIFIED-COUNT < 2
005470                 STRING "DUAL CONTROL - ONLY " WS-EDIT-COUNT
005480                     " QUALIFIED OPERATOR ROSTERED - WOULD END "
005485                     "RC=90"
005490                     DELIMITED BY SIZE INTO WS-DL-NOTE
005500                 SET WS-PROBLEM-GAP TO TRUE
005510                 PERFORM WRITE-DETAIL-LINE
005520         END-EVALUATE
005530     END-IF.
005540
005550*----------------------------------------------------------------
005560* CHECK-ONE-ROSTERED-OPERATOR - HOLD ONE OPERATOR ROSTERED ON
005570* THE SHIFT TO THE RECORD THAT WOULD RESOLVE FOR THEM: THEIR OWN
005580* EXACT RECORD IF VALID, ELSE THE SHIFT'S "DEFAULT " RECORD. AN
005582* OPERATOR WITH NO TABLE ENTRY HAS NO AUTH LEVEL TO COUNT AND
005584* WAS REPORTED AS A GAP WITH THE ROSTER.
005590*----------------------------------------------------------------
005600 CHECK-ONE-ROSTERED-OPERATOR.
005610     IF RL-SHIFT-CODE(RX) EQUAL WS-SHIFT-CODE
005620         ADD 1 TO WS-SHIFT-ROSTERED
005630         IF RL-OPERATOR-SUB(RX) > ZERO
005640             SET P TO RL-OPERATOR-SUB(RX)
005650             MOVE RL-OPERATOR-ID(RX) TO WS-LOOK-ID
005660             PERFORM RESOLVE-OPTIONS-RECORD
005670             IF NOT WS-OPTION-VALID
005680                 MOVE "DEFAULT " TO WS-LOOK-ID
005690                 PERFORM RESOLVE-OPTIONS-RECORD
005700             END-IF
005710             IF WS-OPTION-VALID
005720                 ADD 1 TO WS-RESOLVED-COUNT
005730                 IF QO-DUAL-CONTROL
005740                     SET WS-DUAL-NEEDED TO TRUE
005750                 END-IF
005760                 IF QO-AUTH-LEVEL < WS-LOWEST-AUTH-LEVEL
005770                     MOVE QO-AUTH-LEVEL TO WS-LOWEST-AUTH-LEVEL
005780                 END-IF
005790                 IF WS-OP-AUTH-LEVEL(P)
005795                     NOT LESS THAN QO-AUTH-LEVEL
005800                     ADD 1 TO WS-QUALIFIED-COUNT
005810                 END-IF
005820             END-IF
005830         END-IF
005840     END-IF.
005850
005860*----------------------------------------------------------------
005870* RESOLVE-OPTIONS-RECORD - FIND THE QOPTIONS VERSION IN EFFECT
005875* ON THE RUN DATE FOR
005880* WS-LOOK-QUESTION-ID/WS-LOOK-ID/WS-SHIFT-CODE AND HOLD IT TO THE
005890* SAME VALIDATION QUESTION'S COPY-QOPTIONS-TO-WORKING-STORAGE
005900* APPLIES; A RECORD THAT FAILS IT DOES NOT RESOLVE.
005910*----------------------------------------------------------------
005920 RESOLVE-OPTIONS-RECORD.
005930     MOVE "N" TO WS-OPTION-VALID-FLAG.
005940     MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID.
005950     MOVE WS-LOOK-ID TO QO-OPERATOR-ID.
005960     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
005970     PERFORM FIND-OPTIONS-VERSION.
005980     EVALUATE TRUE
005990         WHEN NOT WS-VERSION-FOUND
006000             CONTINUE
006010         WHEN QO-TYPE-CHOICE
006020             AND (QO-ENTRY-COUNT NOT NUMERIC
006030                 OR QO-ENTRY-COUNT < 1 OR QO-ENTRY-COUNT > 9)
006040             CONTINUE
006050         WHEN QO-AUTH-LEVEL NOT NUMERIC
006060             CONTINUE
006070         WHEN QO-TYPE-NUMERIC
006080             AND (QO-RANGE-LOW NOT NUMERIC
006090                 OR QO-RANGE-HIGH NOT NUMERIC)
006100             CONTINUE
006110         WHEN OTHER
006120             SET WS-OPTION-VALID TO TRUE
006130     END-EVALUATE.
006140
006150 WRITE-SECTION-HEADING.
006160     MOVE SPACES TO QG-PRINT-LINE.
006170     WRITE QG-PRINT-LINE.
006180     MOVE WS-SECTION-LINE TO QG-PRINT-LINE.
006190     WRITE QG-PRINT-LINE.
006200
006210*----------------------------------------------------------------
006220* WRITE-ROSTER-LINE / WRITE-DETAIL-LINE - PRINT THE LINE AND
006230* COUNT ANY PROBLEM IT CARRIES.
006240*----------------------------------------------------------------
006250 WRITE-ROSTER-LINE.
006260     PERFORM COUNT-PROBLEM.
006270     MOVE WS-DL-SEVERITY TO WS-RL-SEVERITY.
006280     MOVE WS-ROSTER-LINE TO QG-PRINT-LINE.
006290     WRITE QG-PRINT-LINE.
006300
006310 WRITE-DETAIL-LINE.
006320     PERFORM COUNT-PROBLEM.
006330     MOVE WS-DETAIL-LINE TO QG-PRINT-LINE.
006340     WRITE QG-PRINT-LINE.
006350
006360 COUNT-PROBLEM.
006370     EVALUATE TRUE
006380         WHEN WS-PROBLEM-GAP
006390             MOVE "GAP     " TO WS-DL-SEVERITY
006400             ADD 1 TO WS-GAP-COUNT
006410         WHEN WS-PROBLEM-WARNING
006420             MOVE "WARNING " TO WS-DL-SEVERITY
006430             ADD 1 TO WS-WARNING-COUNT
006440         WHEN OTHER
006450             MOVE SPACES TO WS-DL-SEVERITY
006460     END-EVALUATE.
006470
006480 WRITE-TOTALS.
006490     MOVE SPACES TO QG-PRINT-LINE.
006500     WRITE QG-PRINT-LINE.
006510     MOVE WS-EXPECT-COUNT TO WS-TOT-EXPECTED.
006520     MOVE WS-ROSTER-COUNT TO WS-TOT-ROSTERED.
006530     MOVE WS-GAP-COUNT TO WS-TOT-GAPS.
006540     MOVE WS-WARNING-COUNT TO WS-TOT-WARNINGS.
006550     MOVE WS-TOTAL-LINE TO QG-PRINT-LINE.
006560     WRITE QG-PRINT-LINE.
006570     EVALUATE TRUE
006580         WHEN WS-GAP-COUNT > ZERO
006590             MOVE "TONIGHT IS NOT COVERED - AMEND THE ROSTER"
006600                 TO WS-COVERED-LINE
006610         WHEN WS-WARNING-COUNT > ZERO
006620             MOVE "TONIGHT IS COVERED, WITH WARNINGS"
006630                 TO WS-COVERED-LINE
006640         WHEN OTHER
006650             MOVE "TONIGHT IS COVERED" TO WS-COVERED-LINE
006660     END-EVALUATE.
006670     MOVE WS-COVERED-LINE TO QG-PRINT-LINE.
006680     WRITE QG-PRINT-LINE.
006690
006700*----------------------------------------------------------------
006710* FIND-OPTIONS-VERSION - BROWSE THE VERSIONS OF THE QOPTIONS ENTRY
006720* FOR WS-LOOK-QUESTION-ID/WS-LOOK-ID/WS-SHIFT-CODE AND READ BACK
006730* THE ONE IN EFFECT ON WS-RUN-DATE, THE LATEST-STARTING VERSION
006740* WHOSE FROM/THRU DATES COVER IT - THE SAME CHOICE QUESTION'S
006750* FIND-QOPTIONS-VERSION MAKES (SEE QOPTREC).
006760*----------------------------------------------------------------
006770 FIND-OPTIONS-VERSION.
006780     MOVE "N" TO WS-VERSION-FOUND-FLAG.
006790     MOVE "N" TO WS-VERSION-DONE-FLAG.
006800     MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID.
006810     MOVE WS-LOOK-ID TO QO-OPERATOR-ID.
006820     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
006830     MOVE LOW-VALUES TO QO-EFFECTIVE-FROM.
006840     START QOPTIONS-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
006850         INVALID KEY
006860             SET WS-VERSION-DONE TO TRUE
006870     END-START.
006880     PERFORM CHECK-ONE-OPTIONS-VERSION UNTIL WS-VERSION-DONE.
006890     IF WS-VERSION-FOUND
006900         MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID
006910         MOVE WS-LOOK-ID TO QO-OPERATOR-ID
006920         MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE
006930         MOVE WS-VERSION-FROM TO QO-EFFECTIVE-FROM
006940         READ QOPTIONS-FILE
006950         IF WS-QOPTIONS-STATUS NOT EQUAL "00"
006960             MOVE "N" TO WS-VERSION-FOUND-FLAG
006970         END-IF
006980     END-IF.
006990
007000 CHECK-ONE-OPTIONS-VERSION.
007010     READ QOPTIONS-FILE NEXT RECORD
007020         AT END
007030             SET WS-VERSION-DONE TO TRUE
007040         NOT AT END
007050             IF QO-QUESTION-ID NOT EQUAL WS-LOOK-QUESTION-ID
007060                 OR QO-OPERATOR-ID NOT EQUAL WS-LOOK-ID
007070                 OR QO-SHIFT-CODE NOT EQUAL WS-SHIFT-CODE
007080                 SET WS-VERSION-DONE TO TRUE
007090             ELSE
007100                 IF QO-EFFECTIVE-FROM NOT GREATER THAN WS-RUN-DATE
007110                     AND (QO-EFFECTIVE-THRU EQUAL SPACES
007120                     OR QO-EFFECTIVE-THRU NOT LESS THAN
007130                         WS-RUN-DATE)
007140                     SET WS-VERSION-FOUND TO TRUE
007150                     MOVE QO-EFFECTIVE-FROM TO WS-VERSION-FROM
007160                 END-IF
007170             END-IF
007180     END-READ.
