000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. START-OF-WINDOW READINESS
000050*                  CHECK, RUN AFTER QSCHED: CROSS-VALIDATES
000060*                  TONIGHT'S QEXPECT LIST AGAINST QOPTIONS,
000070*                  QOPERS, QSTAGE, AND QSCRIPT SO A CATALOG HOLE
000080*                  IS FOUND BY DAY SHIFT AT 18:00 INSTEAD OF BY A
000090*                  PROMPT FALLING BACK TO THE BUILT-IN DEFAULTS,
000100*                  OR ABORTING RC=91/92, AT 02:00.
000102* 2026-10-15  RPH  EACH BLOCKING-PROBLEM QALERT RECORD NOW CARRIES
000104*                  THE DECISION POINT'S OWNER FROM THE QOWNER
000106*                  REGISTRY, SO THE PAGE GOES TO THE OWNING TEAM.
000110*----------------------------------------------------------------
000120
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. qready.
000150 AUTHOR. R P HALVORSEN.
000160 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190
000200*----------------------------------------------------------------
000210* QREADY READS THE NIGHT'S EXPECTED DECISION LIST THAT QSCHED
000220* WRITES TO QEXPECT AND, BEFORE THE WINDOW OPENS, CHECKS THAT
000230* EVERY DECISION POINT ON IT CAN ACTUALLY BE TAKEN:
000240*
000250*   1. A QOPTIONS RECORD RESOLVES FOR EVERY SHIFT THAT COULD RUN
000260*      THE PROMPT - THE "DEFAULT " RECORD FOR THE SHIFT, OR, AT
000270*      THE VERY LEAST, AN EXACT RECORD FOR EVERY OPERATOR WHOSE
000280*      USUAL SHIFT IT IS - AND PASSES THE SAME VALIDATION
000290*      QUESTION'S LOAD-OPTIONS APPLIES, SO NO PROMPT FALLS BACK
000300*      TO THE BUILT-IN DEFAULTS;
000310*   2. ENOUGH QOPERS OPERATORS HOLD THE PROMPT'S QO-AUTH-LEVEL -
000320*      ONE, OR TWO FOR A DUAL-CONTROL PROMPT - UNDER THE
000322*      "DEFAULT " RECORD, AND EVERY OPERATOR WITH AN EXACT RECORD
000324*      OF HIS OR HER OWN HOLDS THAT RECORD'S LEVEL;
000330*   3. EVERY QSTAGE ANSWER STILL PASSES THE PROMPT'S CURRENT
000340*      ENTRY TABLE OR TYPED RULE, HAS AN APPROVER ON QOPERS
000350*      COVERING THE PROMPT'S AUTH LEVEL, AND WILL NOT EXPIRE
000360*      BEFORE THE WINDOW CLOSES, UNDER EVERY RECORD THAT CAN
000362*      RESOLVE ON EACH SHIFT;
000370*   4. EVERY QSCRIPT QN-COND-ANSWER IS A VALUE THE CONDITIONING
000380*      QUESTION CAN ACTUALLY PRODUCE, AND THAT QUESTION IS ASKED
000390*      EARLIER IN THE SCRIPT.
000400*
000410* THE RUN DATE ARRIVES IN QVFYDATE (YYYYMMDD), AS FOR QSCHED,
000420* AND DEFAULTS TO TODAY. QRDYSHFT LISTS THE SHIFT CODES THE
000430* WINDOW SPANS (DEFAULT "123"), AND QRDYEND THE HHMM THE WINDOW
000440* CLOSES ON THE MORNING AFTER THE RUN DATE (DEFAULT "0600").
000450* QSCRIPT MAY BE ONE SCRIPT DATASET OR A CONCATENATION OF ALL OF
000460* THEM; DD DUMMY SKIPS CHECK 4.
000470*
000480* EVERY PROBLEM IS EITHER BLOCKING - THE DECISION POINT WILL
000490* FAIL OR MISBEHAVE TONIGHT - OR A WARNING. EACH BLOCKING PROBLEM
000500* ALSO GOES TO QALERT (SEVERITY "W", ALERT CODE RC08) FOR THE
000510* CONSOLE. THE RUN ENDS RC=8 WITH ANY BLOCKING PROBLEM, SO THE
000520* SCHEDULER CAN HOLD THE STREAM, RC=4 WITH WARNINGS ONLY, AND
000530* RC=0 WHEN THE WINDOW IS READY. A MISSING QEXPECT ENDS RC=16.
000540*----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT QEXPECT-FILE ASSIGN TO "QEXPECT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-QEXPECT-STATUS.
000620
000630     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS QO-RECORD-KEY
000670         FILE STATUS IS WS-QOPTIONS-STATUS.
000680
000690     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-QOPERS-STATUS.
000720
000730     SELECT QSTAGE-FILE ASSIGN TO "QSTAGE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS QS-RECORD-KEY
000770         FILE STATUS IS WS-QSTAGE-STATUS.
000780
000790     SELECT QSCRIPT-FILE ASSIGN TO "QSCRIPT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-QSCRIPT-STATUS.
000820
000830     SELECT QREADY-FILE ASSIGN TO "QREADY"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-QREADY-STATUS.
000860
000870     SELECT QALERT-FILE ASSIGN TO "QALERT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-QALERT-STATUS.
000892
000894     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000896         ORGANIZATION IS INDEXED
000897         ACCESS MODE IS RANDOM
000898         RECORD KEY IS QZ-QUESTION-ID
000899         FILE STATUS IS WS-QOWNER-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  QEXPECT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY QCTLREC.
000960
000970 FD  QOPTIONS-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY QOPTREC.
001000
001010 FD  QOPERS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY QOPRREC.
001040
001050 FD  QSTAGE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY QSTGREC.
001080
001090 FD  QSCRIPT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY QSCRREC.
001120
001130 FD  QREADY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  QY-PRINT-LINE                   PIC X(132).
001160
001170 FD  QALERT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY QALTREC.
001192
001194 FD  QOWNER-FILE
001196     LABEL RECORDS ARE STANDARD.
001198     COPY QOWNREC.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-QEXPECT-STATUS               PIC X(02) VALUE SPACES.
001230 01  WS-QOPTIONS-STATUS              PIC X(02) VALUE SPACES.
001240 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
001250 01  WS-QSTAGE-STATUS                PIC X(02) VALUE SPACES.
001260 01  WS-QSCRIPT-STATUS               PIC X(02) VALUE SPACES.
001270 01  WS-QREADY-STATUS                PIC X(02) VALUE SPACES.
001280 01  WS-QALERT-STATUS                PIC X(02) VALUE SPACES.
001285 01  WS-QOWNER-STATUS                PIC X(02) VALUE SPACES.
001290
001300 01  WS-QOPTIONS-OPEN-FLAG           PIC X(01) VALUE "N".
001310     88  WS-QOPTIONS-OPEN            VALUE "Y".
001320 01  WS-QALERT-OPEN-FLAG             PIC X(01) VALUE "N".
001330     88  WS-QALERT-OPEN              VALUE "Y".
001332 01  WS-QOWNER-OPEN-FLAG             PIC X(01) VALUE "N".
001334     88  WS-QOWNER-OPEN              VALUE "Y".
001340
001350*----------------------------------------------------------------
001360* THE WINDOW BEING CHECKED: RUN DATE, THE SHIFTS IT SPANS, AND
001370* THE DATE/TIME IT CLOSES (THE MORNING AFTER THE RUN DATE), AS A
001380* STAMP COMPARABLE WITH A QSTAGE EXPIRY DATE/TIME.
001390*----------------------------------------------------------------
001400 01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
001410 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001420                                     PIC 9(08).
001430 01  WS-CLOSE-DATE-NUM               PIC 9(08) VALUE ZERO.
001440 01  WS-CLOSE-TIME                   PIC X(04) VALUE SPACES.
001450 01  WS-CLOSE-STAMP                  PIC X(16) VALUE SPACES.
001460 01  WS-NOW-DATE                     PIC X(08) VALUE SPACES.
001470 01  WS-NOW-TIME                     PIC X(08) VALUE SPACES.
001480 01  WS-NOW-STAMP                    PIC X(16) VALUE SPACES.
001490 01  WS-EXPIRY-STAMP                 PIC X(16) VALUE SPACES.
001500
001510 01  WS-WINDOW-SHIFTS                PIC X(09) VALUE SPACES.
001520 01  WS-SHIFT-COUNT                  PIC 9(01) VALUE ZERO.
001530 01  WS-SHIFT-POS                    PIC 9(02) VALUE ZERO.
001540 01  WS-SHIFT-CODE                   PIC X(01) VALUE SPACES.
001550
001560*----------------------------------------------------------------
001570* TONIGHT'S EXPECTED DECISION POINTS FROM QEXPECT. 500 IS THE
001580* SAME CEILING QVERIFY USES; A LIST THAT OVERFLOWS IT IS A
001590* BLOCKING PROBLEM, NOT A SILENT TRUNCATION.
001600*----------------------------------------------------------------
001610 01  WS-EXPECT-COUNT                 PIC 9(03) VALUE ZERO.
001620 01  WS-MAX-EXPECT                   PIC 9(03) VALUE 500.
001630 01  WS-EXPECT-TABLE.
001640     05  XP-ENTRY OCCURS 500 TIMES INDEXED BY XX.
001650         10  XP-JOB-NAME             PIC X(08).
001660         10  XP-STEP-NAME            PIC X(08).
001670         10  XP-QUESTION-ID          PIC X(08).
001680 01  WS-EXPECT-FULL-FLAG             PIC X(01) VALUE "N".
001690     88  WS-EXPECT-FULL              VALUE "Y".
001700 01  WS-EXPECT-FOUND-FLAG            PIC X(01) VALUE "N".
001710     88  WS-EXPECT-FOUND             VALUE "Y".
001720
001730*----------------------------------------------------------------
001740* OPERATOR TABLE LOADED FROM QOPERS AT START-UP: ID, USUAL SHIFT,
001750* AND AUTH LEVEL (ZERO WHEN THE FILE'S LEVEL IS NOT NUMERIC, THE
001760* WAY QUESTION TREATS IT). A QOPERS THAT OVERFLOWS IT IS A
001762* BLOCKING PROBLEM, AS FOR QEXPECT. OX WALKS THE OPERATORS WITH
001764* AN EXACT RECORD WHILE P COUNTS THE QUALIFIED ONES.
001770*----------------------------------------------------------------
001780 01  WS-OPERATOR-COUNT               PIC 99 VALUE ZERO.
001790 01  WS-OPERATOR-TABLE.
001800     05  WS-OP-ENTRY OCCURS 1 TO 50 TIMES
001810                     DEPENDING ON WS-OPERATOR-COUNT
001820                     INDEXED BY P OX.
001830         10  WS-OP-OPERATOR-ID       PIC X(08).
001840         10  WS-OP-SHIFT-CODE        PIC X(01).
001850         10  WS-OP-AUTH-LEVEL        PIC 9(02).
001860 01  WS-OPERATOR-FULL-FLAG           PIC X(01) VALUE "N".
001870     88  WS-OPERATOR-FULL            VALUE "Y".
001880 01  WS-LOOK-ID                      PIC X(08) VALUE SPACES.
001890 01  WS-LOOK-FOUND-FLAG              PIC X(01) VALUE "N".
001900     88  WS-LOOK-FOUND               VALUE "Y".
001910 01  WS-LOOK-AUTH-LEVEL              PIC 9(02) VALUE ZERO.
001920
001930*----------------------------------------------------------------
001940* QOPTIONS RESOLUTION FOR ONE QUESTION ON ONE SHIFT. WS-REASON
001950* SAYS WHY A RECORD DID NOT RESOLVE, IN THE WORDS QUESTION'S
001960* OPERATOR LOG WOULD USE.
001970*----------------------------------------------------------------
001980 01  WS-LOOK-QUESTION-ID             PIC X(08) VALUE SPACES.
001990 01  WS-OPTION-VALID-FLAG            PIC X(01) VALUE "N".
002000     88  WS-OPTION-VALID             VALUE "Y".
002010 01  WS-REASON                       PIC X(30) VALUE SPACES.
002015 01  WS-DEFAULT-REASON               PIC X(30) VALUE SPACES.
002016 01  WS-VERSION-FROM                 PIC X(08) VALUE SPACES.
002017 01  WS-VERSION-FOUND-FLAG           PIC X(01) VALUE "N".
002018     88  WS-VERSION-FOUND            VALUE "Y".
002019 01  WS-VERSION-DONE-FLAG            PIC X(01) VALUE "N".
002019     88  WS-VERSION-DONE             VALUE "Y".
002020 01  WS-SHIFT-OPER-COUNT             PIC 9(03) VALUE ZERO.
002030 01  WS-SHIFT-OPER-RESOLVED          PIC 9(03) VALUE ZERO.
002040 01  WS-QUALIFIED-COUNT              PIC 9(03) VALUE ZERO.
002050 01  WS-QUALIFIED-NEEDED             PIC 9(01) VALUE ZERO.
002060 01  WS-REQUIRED-AUTH-LEVEL          PIC 9(02) VALUE ZERO.
002062 01  WS-RECORD-OPERATOR-ID          PIC X(08) VALUE SPACES.
002070 01  WS-ONE-PROBLEM-FLAG             PIC X(01) VALUE "N".
002080     88  WS-ONE-PROBLEM-FOUND        VALUE "Y".
002090
002100*----------------------------------------------------------------
002110* ENTRY VALIDATION - THE SAME RULES QUESTION APPLIES TO A KEYED,
002120* DEFAULT, OR STAGED ENTRY (MATCH-STAGED-ENTRY AND
002130* VALIDATE-TYPED-ENTRY): UPPER-CASED AND TRIMMED, THEN MATCHED
002140* TO THE ENTRY TABLE OR HELD TO THE NUMERIC RANGE, CALENDAR
002150* DATE, OR QO-PATTERN PICTURE. KEEP THE TWO IN STEP.
002160*----------------------------------------------------------------
002170 01  WS-CANDIDATE                    PIC X(10) VALUE SPACES.
002180 01  WS-INPUT-NORM                   PIC X(256) VALUE SPACES.
002190 01  WS-ENTRY-NORM                   PIC X(10) VALUE SPACES.
002200 01  WS-ENTRY-VALID-FLAG             PIC X(01) VALUE "N".
002210     88  WS-ENTRY-VALID              VALUE "Y".
002220 01  WS-TYPED-VALUE                  PIC X(10) VALUE SPACES.
002230 01  WS-TYPED-LENGTH                 PIC 9(02) VALUE ZERO.
002240 01  WS-PATTERN-LENGTH               PIC 9(02) VALUE ZERO.
002250 01  WS-NUMERIC-VALUE                PIC 9(10) VALUE ZERO.
002260 01  WS-CHAR-POS                     PIC 9(03) VALUE ZERO.
002270 01  J                               PIC 9(02) VALUE ZERO.
002280 01  WS-DATE-CHECK.
002290     05  WS-DC-YEAR                  PIC 9(04).
002300     05  WS-DC-MONTH                 PIC 9(02).
002310     05  WS-DC-DAY                   PIC 9(02).
002320 01  WS-DAYS-IN-MONTH                PIC 9(02) VALUE ZERO.
002330
002340*----------------------------------------------------------------
002350* QUESTION IDS ALREADY SEEN IN THE SCRIPT DECK, SO A CONDITION
002360* ON A QUESTION NOT ASKED EARLIER CAN BE CAUGHT. SIZED WELL PAST
002370* A CONCATENATION OF EVERY SCRIPT IN THE STREAM.
002380*----------------------------------------------------------------
002390 01  WS-SCRIPT-SEEN-COUNT            PIC 9(03) VALUE ZERO.
002400 01  WS-MAX-SCRIPT-SEEN              PIC 9(03) VALUE 200.
002410 01  WS-SCRIPT-SEEN-TABLE.
002420     05  WS-SS-QUESTION-ID OCCURS 200 TIMES
002430                                     PIC X(08).
002440 01  WS-SS-INDEX                     PIC 9(03) VALUE ZERO.
002450 01  WS-SEEN-FLAG                    PIC X(01) VALUE "N".
002460     88  WS-SEEN                     VALUE "Y".
002470 01  WS-SCRIPT-RECORD-NO             PIC 9(05) VALUE ZERO.
002480
002490*----------------------------------------------------------------
002500* PROBLEM COUNTS AND THE PROBLEM BEING REPORTED
002510*----------------------------------------------------------------
002520 01  WS-BLOCKING-COUNT               PIC 9(05) VALUE ZERO.
002530 01  WS-WARNING-COUNT                PIC 9(05) VALUE ZERO.
002540 01  WS-STAGED-COUNT                 PIC 9(05) VALUE ZERO.
002550 01  WS-PROBLEM-SEVERITY             PIC X(01) VALUE SPACES.
002560     88  WS-PROBLEM-BLOCKING         VALUE "B".
002570     88  WS-PROBLEM-WARNING          VALUE "W".
002580 01  WS-EDIT-COUNT                   PIC Z9.
002590 01  WS-EDIT-LEVEL                   PIC Z9.
002600
002610*----------------------------------------------------------------
002620* REPORT LINE LAYOUTS
002630*----------------------------------------------------------------
002640 01  WS-TITLE-LINE.
002650     05  FILLER                      PIC X(42) VALUE
002660         "QREADY - PRE-WINDOW READINESS CHECK".
002670     05  FILLER                      PIC X(06) VALUE "DATE: ".
002680     05  WS-TL-DATE                  PIC X(08).
002690     05  FILLER                      PIC X(10) VALUE "  SHIFTS: ".
002700     05  WS-TL-SHIFTS                PIC X(09).
002710     05  FILLER                      PIC X(10) VALUE "  CLOSES: ".
002720     05  WS-TL-CLOSE-STAMP           PIC X(12).
002730
002740 01  WS-SECTION-LINE                 PIC X(70) VALUE SPACES.
002750
002760 01  WS-DETAIL-LINE.
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  WS-DL-SEVERITY              PIC X(08).
002790     05  WS-DL-JOB-NAME              PIC X(08).
002800     05  FILLER                      PIC X(01) VALUE SPACES.
002810     05  WS-DL-STEP-NAME             PIC X(08).
002820     05  FILLER                      PIC X(01) VALUE SPACES.
002830     05  WS-DL-QUESTION-ID           PIC X(08).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  WS-DL-SHIFT-LABEL           PIC X(06).
002860     05  WS-DL-SHIFT-CODE            PIC X(01).
002870     05  FILLER                      PIC X(02) VALUE SPACES.
002880     05  WS-DL-NOTE                  PIC X(80).
002890
002900 01  WS-TOTAL-LINE.
002910     05  FILLER                      PIC X(25) VALUE
002920         "DECISION POINTS CHECKED: ".
002930     05  WS-TOT-EXPECTED             PIC ZZ9.
002940     05  FILLER                      PIC X(22) VALUE
002950         "   BLOCKING PROBLEMS: ".
002960     05  WS-TOT-BLOCKING             PIC Z(04)9.
002970     05  FILLER                      PIC X(13) VALUE
002980         "   WARNINGS: ".
002990     05  WS-TOT-WARNINGS             PIC Z(04)9.
003000
003010 01  WS-READY-LINE                   PIC X(60) VALUE SPACES.
003020
003030 PROCEDURE DIVISION.
003040 MAIN.
003050     PERFORM GET-WINDOW-PARAMETERS.
003060     PERFORM LOAD-EXPECTED-LIST.
003070     PERFORM LOAD-OPERATORS.
003080
003090     OPEN OUTPUT QREADY-FILE.
003100     MOVE WS-RUN-DATE TO WS-TL-DATE.
003110     MOVE WS-WINDOW-SHIFTS TO WS-TL-SHIFTS.
003120     MOVE WS-CLOSE-STAMP(1:12) TO WS-TL-CLOSE-STAMP.
003130     MOVE WS-TITLE-LINE TO QY-PRINT-LINE.
003140     WRITE QY-PRINT-LINE.
003150
003160     OPEN INPUT QOPTIONS-FILE.
003170     IF WS-QOPTIONS-STATUS EQUAL "00"
003180         SET WS-QOPTIONS-OPEN TO TRUE
003190     END-IF.
003200
003210     MOVE "CHECK 1 - A QOPTIONS RECORD RESOLVES ON EVERY SHIFT"
003220         TO WS-SECTION-LINE.
003230     PERFORM WRITE-SECTION-HEADING.
003240     IF NOT WS-QOPTIONS-OPEN
003250         MOVE SPACES TO WS-DL-JOB-NAME WS-DL-STEP-NAME
003260             WS-DL-QUESTION-ID WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE
003270         MOVE "QOPTIONS NOT AVAILABLE - EVERY PROMPT WOULD USE "
003280             TO WS-DL-NOTE
003290         MOVE "BUILT-IN DEFAULTS" TO WS-DL-NOTE(49:12)
003300         SET WS-PROBLEM-BLOCKING TO TRUE
003310         PERFORM WRITE-PROBLEM-LINE
003320     ELSE
003330         PERFORM CHECK-ONE-RESOLUTION
003340             VARYING XX FROM 1 BY 1 UNTIL XX > WS-EXPECT-COUNT
003350     END-IF.
003360
003370     MOVE "CHECK 2 - ENOUGH OPERATORS HOLD THE REQUIRED LEVEL"
003380         TO WS-SECTION-LINE.
003390     PERFORM WRITE-SECTION-HEADING.
003392     IF WS-OPERATOR-FULL
003394         MOVE SPACES TO WS-DL-JOB-NAME WS-DL-STEP-NAME
003396             WS-DL-QUESTION-ID WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE
003397         MOVE "QOPERS LONGER THAN THE OPERATOR TABLE - NOT ALL"
003398             TO WS-DL-NOTE
003399         MOVE "OPERATORS CHECKED" TO WS-DL-NOTE(49:17)
003400         SET WS-PROBLEM-BLOCKING TO TRUE
003401         PERFORM WRITE-PROBLEM-LINE
003402     END-IF.
003403     IF WS-QOPTIONS-OPEN
003410         PERFORM CHECK-ONE-AUTHORIZATION
003420             VARYING XX FROM 1 BY 1 UNTIL XX > WS-EXPECT-COUNT
003430     END-IF.
003440
003450     MOVE "CHECK 3 - STAGED ANSWERS VALID THROUGH THE WINDOW"
003460         TO WS-SECTION-LINE.
003470     PERFORM WRITE-SECTION-HEADING.
003480     PERFORM CHECK-STAGED-ANSWERS.
003490
003500     MOVE "CHECK 4 - QSCRIPT CONDITION ANSWERS CAN BE PRODUCED"
003510         TO WS-SECTION-LINE.
003520     PERFORM WRITE-SECTION-HEADING.
003530     PERFORM CHECK-SCRIPT-CONDITIONS.
003540
003550     IF WS-QOPTIONS-OPEN
003560         CLOSE QOPTIONS-FILE
003570     END-IF.
003580     PERFORM WRITE-TOTALS.
003590     CLOSE QREADY-FILE.
003600     IF WS-QALERT-OPEN
003610         CLOSE QALERT-FILE
003620     END-IF.
003622     IF WS-QOWNER-OPEN
003624         CLOSE QOWNER-FILE
003626     END-IF.
003630
003640     EVALUATE TRUE
003650         WHEN WS-BLOCKING-COUNT > ZERO
003660             MOVE 8 TO RETURN-CODE
003670         WHEN WS-WARNING-COUNT > ZERO
003680             MOVE 4 TO RETURN-CODE
003690         WHEN OTHER
003700             MOVE ZERO TO RETURN-CODE
003710     END-EVALUATE.
003720     STOP RUN.
003730
003740*----------------------------------------------------------------
003750* GET-WINDOW-PARAMETERS - RUN DATE FROM QVFYDATE (DEFAULT TODAY),
003760* THE WINDOW'S SHIFT CODES FROM QRDYSHFT (DEFAULT "123"), AND
003770* ITS CLOSING TIME FROM QRDYEND (HHMM, DEFAULT "0600") ON THE
003780* MORNING AFTER THE RUN DATE.
003790*----------------------------------------------------------------
003800 GET-WINDOW-PARAMETERS.
003810     ACCEPT WS-RUN-DATE FROM ENVIRONMENT "QVFYDATE".
003820     IF WS-RUN-DATE NOT NUMERIC
003830         IF WS-RUN-DATE NOT EQUAL SPACES
003840             DISPLAY "QREADY - QVFYDATE IS NOT YYYYMMDD ('"
003850                 WS-RUN-DATE "') - USING TODAY"
003860         END-IF
003870         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003880     END-IF.
003890
003900     ACCEPT WS-WINDOW-SHIFTS FROM ENVIRONMENT "QRDYSHFT".
003910     IF WS-WINDOW-SHIFTS EQUAL SPACES
003920         MOVE "123" TO WS-WINDOW-SHIFTS
003930     END-IF.
003940     MOVE ZERO TO WS-SHIFT-COUNT.
003950     PERFORM VARYING WS-SHIFT-POS FROM 1 BY 1
003960             UNTIL WS-SHIFT-POS > 9
003970         IF WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) NOT EQUAL SPACE
003980             MOVE WS-SHIFT-POS TO WS-SHIFT-COUNT
003990         END-IF
004000     END-PERFORM.
004010
004020     ACCEPT WS-CLOSE-TIME FROM ENVIRONMENT "QRDYEND".
004030     IF WS-CLOSE-TIME NOT NUMERIC
004040         IF WS-CLOSE-TIME NOT EQUAL SPACES
004050             DISPLAY "QREADY - QRDYEND IS NOT HHMM ('"
004060                 WS-CLOSE-TIME "') - USING 0600"
004070         END-IF
004080         MOVE "0600" TO WS-CLOSE-TIME
004090     END-IF.
004100     COMPUTE WS-CLOSE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
004110         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1).
004120     MOVE SPACES TO WS-CLOSE-STAMP.
004130     STRING WS-CLOSE-DATE-NUM WS-CLOSE-TIME "0000"
004140         DELIMITED BY SIZE INTO WS-CLOSE-STAMP.
004150
004160     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
004170     ACCEPT WS-NOW-TIME FROM TIME.
004180     MOVE SPACES TO WS-NOW-STAMP.
004190     STRING WS-NOW-DATE WS-NOW-TIME DELIMITED BY SIZE
004200         INTO WS-NOW-STAMP.
004210
004220*----------------------------------------------------------------
004230* LOAD-EXPECTED-LIST - READ TONIGHT'S QEXPECT LIST. WITHOUT IT
004240* THERE IS NOTHING TO CHECK THE CATALOG AGAINST, SO THE RUN
004250* ABORTS RC=16 THE WAY QSCHED DOES WITHOUT ITS QCNTRL.
004260*----------------------------------------------------------------
004270 LOAD-EXPECTED-LIST.
004280     OPEN INPUT QEXPECT-FILE.
004290     IF WS-QEXPECT-STATUS NOT EQUAL "00"
004300         DISPLAY "QREADY - QEXPECT COULD NOT BE OPENED (STATUS "
004310             WS-QEXPECT-STATUS ") - ABORTING RUN"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM LOAD-ONE-EXPECTED-RECORD
004360         UNTIL WS-QEXPECT-STATUS NOT EQUAL "00".
004370     CLOSE QEXPECT-FILE.
004380
004390 LOAD-ONE-EXPECTED-RECORD.
004400     READ QEXPECT-FILE
004410         AT END
004420             CONTINUE
004430         NOT AT END
004440             IF WS-EXPECT-COUNT < WS-MAX-EXPECT
004450                 ADD 1 TO WS-EXPECT-COUNT
004460                 MOVE QC-JOB-NAME TO XP-JOB-NAME(WS-EXPECT-COUNT)
004470                 MOVE QC-STEP-NAME
004480                     TO XP-STEP-NAME(WS-EXPECT-COUNT)
004490                 MOVE QC-QUESTION-ID
004500                     TO XP-QUESTION-ID(WS-EXPECT-COUNT)
004510             ELSE
004520                 SET WS-EXPECT-FULL TO TRUE
004530             END-IF
004540     END-READ.
004550
004560*----------------------------------------------------------------
004570* LOAD-OPERATORS - READ QOPERS INTO THE OPERATOR TABLE.
004580*----------------------------------------------------------------
004590 LOAD-OPERATORS.
004600     MOVE ZERO TO WS-OPERATOR-COUNT.
004610     OPEN INPUT QOPERS-FILE.
004620     IF WS-QOPERS-STATUS EQUAL "00"
004630         PERFORM LOAD-ONE-OPERATOR
004640             UNTIL WS-QOPERS-STATUS NOT EQUAL "00"
004650         CLOSE QOPERS-FILE
004660     END-IF.
004670
004680 LOAD-ONE-OPERATOR.
004690     READ QOPERS-FILE
004700         AT END
004710             CONTINUE
004720         NOT AT END
004730             IF WS-OPERATOR-COUNT < 50
004740                 ADD 1 TO WS-OPERATOR-COUNT
004750                 MOVE QP-OPERATOR-ID
004760                     TO WS-OP-OPERATOR-ID(WS-OPERATOR-COUNT)
004770                 MOVE QP-SHIFT-CODE
004780                     TO WS-OP-SHIFT-CODE(WS-OPERATOR-COUNT)
004790                 IF QP-AUTH-LEVEL NUMERIC
004800                     MOVE QP-AUTH-LEVEL
004810                         TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
004820                 ELSE
004830                     MOVE ZERO
004840                         TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
004850                 END-IF
004860             ELSE
004870                 SET WS-OPERATOR-FULL TO TRUE
004880             END-IF
004890     END-READ.
004900
004910*----------------------------------------------------------------
004920* CHECK-ONE-RESOLUTION - FOR ONE EXPECTED DECISION POINT, TRY
004930* EVERY SHIFT IN THE WINDOW THE WAY LOAD-OPTIONS WOULD. THE
004940* "DEFAULT " RECORD FOR THE SHIFT COVERS ANY OPERATOR; FAILING
004950* THAT, THE PROMPT ONLY RESOLVES FOR OPERATORS WITH AN EXACT
004960* RECORD OF THEIR OWN, WHICH IS A WARNING WHEN IT COVERS EVERY
004970* OPERATOR WHOSE USUAL SHIFT IT IS AND BLOCKING OTHERWISE.
004980*----------------------------------------------------------------
004990 CHECK-ONE-RESOLUTION.
005000     IF XX EQUAL 1 AND WS-EXPECT-FULL
005010         MOVE SPACES TO WS-DL-JOB-NAME WS-DL-STEP-NAME
005020             WS-DL-QUESTION-ID WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE
005030         MOVE "QEXPECT LONGER THAN THE EXPECTED TABLE - NOT ALL"
005040             TO WS-DL-NOTE
005050         MOVE "CHECKED" TO WS-DL-NOTE(50:7)
005060         SET WS-PROBLEM-BLOCKING TO TRUE
005070         PERFORM WRITE-PROBLEM-LINE
005080     END-IF.
005090     MOVE XP-QUESTION-ID(XX) TO WS-LOOK-QUESTION-ID.
005100     PERFORM CHECK-ONE-SHIFT-RESOLUTION
005110         VARYING WS-SHIFT-POS FROM 1 BY 1
005120         UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT.
005130
005140 CHECK-ONE-SHIFT-RESOLUTION.
005150     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
005160     IF WS-SHIFT-CODE NOT EQUAL SPACE
005170         MOVE "DEFAULT " TO WS-LOOK-ID
005180         PERFORM RESOLVE-OPTIONS-RECORD
005190         IF NOT WS-OPTION-VALID
005200             PERFORM CHECK-OPERATOR-RECORDS
005210         END-IF
005220     END-IF.
005230
005240*----------------------------------------------------------------
005250* CHECK-OPERATOR-RECORDS - NO USABLE "DEFAULT " RECORD ON THIS
005260* SHIFT. COUNT THE OPERATORS WHOSE USUAL SHIFT IT IS AND HOW
005270* MANY OF THEM HAVE A USABLE EXACT RECORD OF THEIR OWN.
005280*----------------------------------------------------------------
005290 CHECK-OPERATOR-RECORDS.
005300     MOVE WS-REASON TO WS-DEFAULT-REASON.
005310     MOVE ZERO TO WS-SHIFT-OPER-COUNT WS-SHIFT-OPER-RESOLVED.
005320     PERFORM CHECK-ONE-OPERATOR-RECORD
005330         VARYING P FROM 1 BY 1 UNTIL P > WS-OPERATOR-COUNT.
005340     PERFORM SET-EXPECTED-DETAIL.
005350     IF WS-SHIFT-OPER-COUNT > ZERO
005360         AND WS-SHIFT-OPER-RESOLVED EQUAL WS-SHIFT-OPER-COUNT
005370         MOVE "NO DEFAULT RECORD - ONLY OPERATOR RECORDS RESOLVE"
005380             TO WS-DL-NOTE
005390         SET WS-PROBLEM-WARNING TO TRUE
005400     ELSE
005410         MOVE SPACES TO WS-DL-NOTE
005420         STRING "NO RECORD RESOLVES (DEFAULT " WS-DEFAULT-REASON
005430             DELIMITED BY "  "
005440             ") - BUILT-IN PROMPT USED"
005450             DELIMITED BY SIZE INTO WS-DL-NOTE
005460         SET WS-PROBLEM-BLOCKING TO TRUE
005470     END-IF.
005480     PERFORM WRITE-PROBLEM-LINE.
005490
005500 CHECK-ONE-OPERATOR-RECORD.
005510     IF WS-OP-SHIFT-CODE(P) EQUAL WS-SHIFT-CODE
005520         ADD 1 TO WS-SHIFT-OPER-COUNT
005530         MOVE WS-OP-OPERATOR-ID(P) TO WS-LOOK-ID
005540         PERFORM RESOLVE-OPTIONS-RECORD
005550         IF WS-OPTION-VALID
005560             ADD 1 TO WS-SHIFT-OPER-RESOLVED
005570         END-IF
005580     END-IF.
005590
005600*----------------------------------------------------------------
005610* RESOLVE-OPTIONS-RECORD - FIND THE QOPTIONS VERSION IN EFFECT
005615* ON THE RUN DATE FOR
005620* WS-LOOK-QUESTION-ID/WS-LOOK-ID/WS-SHIFT-CODE AND HOLD IT TO THE
005630* VALIDATION QUESTION'S COPY-QOPTIONS-TO-WORKING-STORAGE APPLIES.
005640* A RECORD THAT FAILS IT IS IGNORED THERE, SO IT COUNTS AS NOT
005650* RESOLVING HERE. LEAVES WS-OPTION-VALID AND WS-REASON SET, AND
005660* THE RECORD IN THE QOPTIONS RECORD AREA.
005670*----------------------------------------------------------------
005680 RESOLVE-OPTIONS-RECORD.
005690     MOVE "N" TO WS-OPTION-VALID-FLAG.
005700     MOVE SPACES TO WS-REASON.
005710     MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID.
005720     MOVE WS-LOOK-ID TO QO-OPERATOR-ID.
005730     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
005740     PERFORM FIND-OPTIONS-VERSION.
005750     EVALUATE TRUE
005760         WHEN NOT WS-VERSION-FOUND
005770             MOVE "NOT ON FILE" TO WS-REASON
005780         WHEN QO-TYPE-CHOICE
005790             AND (QO-ENTRY-COUNT NOT NUMERIC
005800                 OR QO-ENTRY-COUNT < 1 OR QO-ENTRY-COUNT > 9)
005810             MOVE "INVALID ENTRY COUNT" TO WS-REASON
005820         WHEN QO-AUTH-LEVEL NOT NUMERIC
005830             MOVE "INVALID AUTH LEVEL" TO WS-REASON
005840         WHEN QO-TYPE-NUMERIC
005850             AND (QO-RANGE-LOW NOT NUMERIC
005860                 OR QO-RANGE-HIGH NOT NUMERIC)
005870             MOVE "INVALID NUMERIC RANGE" TO WS-REASON
005880         WHEN OTHER
005890             SET WS-OPTION-VALID TO TRUE
005900     END-EVALUATE.
005910
005920*----------------------------------------------------------------
005930* CHECK-ONE-AUTHORIZATION - FOR EACH SHIFT WHERE THE "DEFAULT "
005940* RECORD RESOLVES, COUNT THE QOPERS OPERATORS WHOSE AUTH LEVEL
005950* COVERS THE PROMPT'S. ONE IS NEEDED, TWO FOR DUAL CONTROL - A
005960* DUAL-CONTROL PROMPT WITH ONE QUALIFIED OPERATOR CAN ONLY END IN
005970* RC=90. AN OPERATOR WHOSE USUAL SHIFT IT IS AND WHO HAS AN EXACT
005972* RECORD OF HIS OR HER OWN GETS THAT RECORD INSTEAD, WHETHER OR
005974* NOT THE DEFAULT RESOLVES, SO EACH SUCH RECORD IS CHECKED TOO:
005976* THE OPERATOR MUST HOLD ITS LEVEL (OR QUESTION ABORTS RC=92)
005978* AND, FOR DUAL CONTROL, A SECOND OPERATOR MUST AS WELL. A SHIFT
005979* WHERE NOTHING RESOLVES WAS REPORTED IN CHECK 1.
005980*----------------------------------------------------------------
005990 CHECK-ONE-AUTHORIZATION.
006000     MOVE XP-QUESTION-ID(XX) TO WS-LOOK-QUESTION-ID.
006010     PERFORM CHECK-ONE-SHIFT-AUTHORIZATION
006020         VARYING WS-SHIFT-POS FROM 1 BY 1
006030         UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT.
006040
006050 CHECK-ONE-SHIFT-AUTHORIZATION.
006060     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
006070     IF WS-SHIFT-CODE NOT EQUAL SPACE
006080         MOVE "DEFAULT " TO WS-LOOK-ID
006090         PERFORM RESOLVE-OPTIONS-RECORD
006100         IF WS-OPTION-VALID
006102             MOVE SPACES TO WS-RECORD-OPERATOR-ID
006110             MOVE QO-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
006120             IF QO-DUAL-CONTROL
006130                 MOVE 2 TO WS-QUALIFIED-NEEDED
006140             ELSE
006150                 MOVE 1 TO WS-QUALIFIED-NEEDED
006160             END-IF
006170             MOVE ZERO TO WS-QUALIFIED-COUNT
006180             PERFORM COUNT-ONE-QUALIFIED
006190                 VARYING P FROM 1 BY 1
006200                 UNTIL P > WS-OPERATOR-COUNT
006210             IF WS-QUALIFIED-COUNT < WS-QUALIFIED-NEEDED
006220                 PERFORM REPORT-TOO-FEW-QUALIFIED
006230             END-IF
006240         END-IF
006242         PERFORM CHECK-OPERATOR-AUTHORIZATION
006244             VARYING OX FROM 1 BY 1
006246             UNTIL OX > WS-OPERATOR-COUNT
006250     END-IF.
006252
006254 CHECK-OPERATOR-AUTHORIZATION.
006256     IF WS-OP-SHIFT-CODE(OX) EQUAL WS-SHIFT-CODE
006258         MOVE WS-OP-OPERATOR-ID(OX) TO WS-LOOK-ID
006260         PERFORM RESOLVE-OPTIONS-RECORD
006262         IF WS-OPTION-VALID
006264             MOVE WS-OP-OPERATOR-ID(OX) TO WS-RECORD-OPERATOR-ID
006266             MOVE QO-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
006268             IF WS-OP-AUTH-LEVEL(OX) < WS-REQUIRED-AUTH-LEVEL
006270                 PERFORM REPORT-OPERATOR-UNDER-LEVEL
006272             END-IF
006274             IF QO-DUAL-CONTROL
006276                 MOVE 2 TO WS-QUALIFIED-NEEDED
006278                 MOVE ZERO TO WS-QUALIFIED-COUNT
006280                 PERFORM COUNT-ONE-QUALIFIED
006282                     VARYING P FROM 1 BY 1
006284                     UNTIL P > WS-OPERATOR-COUNT
006286                 IF WS-QUALIFIED-COUNT < WS-QUALIFIED-NEEDED
006288                     PERFORM REPORT-TOO-FEW-QUALIFIED
006290                 END-IF
006292             END-IF
006294         END-IF
006296     END-IF.
006260
006297
006298 COUNT-ONE-QUALIFIED.
006299     IF WS-OP-AUTH-LEVEL(P) NOT LESS THAN WS-REQUIRED-AUTH-LEVEL
006300         ADD 1 TO WS-QUALIFIED-COUNT
006301     END-IF.
006310
006320 REPORT-TOO-FEW-QUALIFIED.
006330     PERFORM SET-EXPECTED-DETAIL.
006340     MOVE WS-QUALIFIED-COUNT TO WS-EDIT-COUNT.
006350     MOVE WS-REQUIRED-AUTH-LEVEL TO WS-EDIT-LEVEL.
006360     MOVE SPACES TO WS-DL-NOTE.
006370     IF WS-QUALIFIED-NEEDED > 1
006380         STRING "DUAL CONTROL - ONLY " WS-EDIT-COUNT
006390             " OPERATOR(S) HOLD AUTH LEVEL " WS-EDIT-LEVEL
006400             DELIMITED BY SIZE INTO WS-DL-NOTE
006410     ELSE
006420         STRING "NO OPERATOR ON QOPERS HOLDS AUTH LEVEL "
006430             WS-EDIT-LEVEL
006440             DELIMITED BY SIZE INTO WS-DL-NOTE
006450     END-IF.
006452     IF WS-RECORD-OPERATOR-ID NOT EQUAL SPACES
006454         MOVE SPACES TO WS-DL-NOTE(55:26)
006456         STRING "(" WS-RECORD-OPERATOR-ID " RECORD)"
006458             DELIMITED BY SIZE INTO WS-DL-NOTE(55:26)
006459     END-IF.
006460     SET WS-PROBLEM-BLOCKING TO TRUE.
006470     PERFORM WRITE-PROBLEM-LINE.
006472
006474 REPORT-OPERATOR-UNDER-LEVEL.
006476     PERFORM SET-EXPECTED-DETAIL.
006478     MOVE WS-OP-AUTH-LEVEL(OX) TO WS-EDIT-COUNT.
006480     MOVE WS-REQUIRED-AUTH-LEVEL TO WS-EDIT-LEVEL.
006482     MOVE SPACES TO WS-DL-NOTE.
006484     STRING "OPERATOR " WS-OP-OPERATOR-ID(OX) " HOLDS LEVEL "
006486         WS-EDIT-COUNT " - OWN RECORD NEEDS " WS-EDIT-LEVEL
006488         " (RC=92)"
006490         DELIMITED BY SIZE INTO WS-DL-NOTE.
006492     SET WS-PROBLEM-BLOCKING TO TRUE.
006494     PERFORM WRITE-PROBLEM-LINE.
006480
006490*----------------------------------------------------------------
006500* CHECK-STAGED-ANSWERS - READ QSTAGE IN KEY SEQUENCE AND HOLD
006510* EVERY STAGED ANSWER TO WHAT QUESTION WILL DEMAND OF IT WHEN IT
006520* IS CONSUMED: STILL UNEXPIRED AT THE CLOSE OF THE WINDOW, AN
006530* APPROVER ON QOPERS COVERING THE PROMPT'S AUTH LEVEL, AND AN
006540* ENTRY VALID FOR THE PROMPT ON EVERY SHIFT IT COULD RUN UNDER.
006550* ANY FAILURE MEANS THE DECISION POINT FALLS BACK TO A LIVE
006560* PROMPT NOBODY PLANNED TO ANSWER. A STAGED ANSWER FOR A POINT
006570* NOT EXPECTED TONIGHT IS ONLY A WARNING.
006580*----------------------------------------------------------------
006590 CHECK-STAGED-ANSWERS.
006600     OPEN INPUT QSTAGE-FILE.
006610     IF WS-QSTAGE-STATUS NOT EQUAL "00"
006620         MOVE "  QSTAGE NOT AVAILABLE - NO STAGED ANSWERS CHECKED"
006630             TO QY-PRINT-LINE
006640         WRITE QY-PRINT-LINE
006650     ELSE
006660         PERFORM CHECK-ONE-STAGED-RECORD
006670             UNTIL WS-QSTAGE-STATUS NOT EQUAL "00"
006680         CLOSE QSTAGE-FILE
006690         IF WS-STAGED-COUNT EQUAL ZERO
006700             MOVE "  NO STAGED ANSWERS ON FILE" TO QY-PRINT-LINE
006710             WRITE QY-PRINT-LINE
006720         END-IF
006730     END-IF.
006740
006750 CHECK-ONE-STAGED-RECORD.
006760     READ QSTAGE-FILE NEXT RECORD
006770         AT END
006780             CONTINUE
006790         NOT AT END
006800             ADD 1 TO WS-STAGED-COUNT
006810             PERFORM CHECK-STAGED-RECORD
006820     END-READ.
006830
006840 CHECK-STAGED-RECORD.
006850     MOVE QS-JOB-NAME TO WS-DL-JOB-NAME.
006860     MOVE QS-STEP-NAME TO WS-DL-STEP-NAME.
006870     MOVE QS-QUESTION-ID TO WS-DL-QUESTION-ID.
006880     MOVE SPACES TO WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE.
006890
006900     MOVE "N" TO WS-EXPECT-FOUND-FLAG.
006910     PERFORM VARYING XX FROM 1 BY 1
006920             UNTIL XX > WS-EXPECT-COUNT OR WS-EXPECT-FOUND
006930         IF XP-QUESTION-ID(XX) EQUAL QS-QUESTION-ID
006940             AND XP-JOB-NAME(XX) EQUAL QS-JOB-NAME
006950             AND XP-STEP-NAME(XX) EQUAL QS-STEP-NAME
006960             SET WS-EXPECT-FOUND TO TRUE
006970         END-IF
006980     END-PERFORM.
006990     IF NOT WS-EXPECT-FOUND
007000         MOVE "STAGED FOR A DECISION POINT NOT EXPECTED TONIGHT"
007010             TO WS-DL-NOTE
007020         SET WS-PROBLEM-WARNING TO TRUE
007030         PERFORM WRITE-PROBLEM-LINE
007040     END-IF.
007050
007060     MOVE SPACES TO WS-EXPIRY-STAMP.
007070     STRING QS-EXPIRY-DATE QS-EXPIRY-TIME DELIMITED BY SIZE
007080         INTO WS-EXPIRY-STAMP.
007090     IF WS-EXPIRY-STAMP < WS-NOW-STAMP
007100         MOVE "STAGED ANSWER HAS ALREADY EXPIRED" TO WS-DL-NOTE
007110         SET WS-PROBLEM-BLOCKING TO TRUE
007120         PERFORM WRITE-PROBLEM-LINE
007130     ELSE
007140         IF WS-EXPIRY-STAMP < WS-CLOSE-STAMP
007150             MOVE SPACES TO WS-DL-NOTE
007160             STRING "STAGED ANSWER EXPIRES " QS-EXPIRY-DATE " "
007170                 QS-EXPIRY-TIME(1:4) ", BEFORE THE WINDOW CLOSES"
007180                 DELIMITED BY SIZE INTO WS-DL-NOTE
007190             SET WS-PROBLEM-BLOCKING TO TRUE
007200             PERFORM WRITE-PROBLEM-LINE
007210         END-IF
007220     END-IF.
007230
007240     MOVE QS-APPROVER-ID TO WS-LOOK-ID.
007250     PERFORM FIND-OPERATOR.
007260     IF NOT WS-LOOK-FOUND
007270         MOVE SPACES TO WS-DL-NOTE
007280         STRING "APPROVER " QS-APPROVER-ID
007290             " IS NOT ON THE QOPERS MASTER FILE"
007300             DELIMITED BY SIZE INTO WS-DL-NOTE
007310         SET WS-PROBLEM-BLOCKING TO TRUE
007320         PERFORM WRITE-PROBLEM-LINE
007330     END-IF.
007340
007350     IF WS-QOPTIONS-OPEN
007360         MOVE QS-QUESTION-ID TO WS-LOOK-QUESTION-ID
007370         MOVE QS-ENTRY TO WS-CANDIDATE
007380         MOVE "N" TO WS-ONE-PROBLEM-FLAG
007390         PERFORM CHECK-STAGED-ON-ONE-SHIFT
007400             VARYING WS-SHIFT-POS FROM 1 BY 1
007410             UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT
007420                 OR WS-ONE-PROBLEM-FOUND
007430     END-IF.
007440
007450*----------------------------------------------------------------
007460* CHECK-STAGED-ON-ONE-SHIFT - THE STAGED ENTRY AND APPROVER
007470* AGAINST EVERY RECORD THAT CAN RESOLVE ON ONE SHIFT: THE
007472* "DEFAULT " RECORD, AND THE EXACT RECORD OF EACH OPERATOR WHOSE
007474* USUAL SHIFT IT IS, SINCE QUESTION VETS THE STAGED ANSWER UNDER
007476* WHICHEVER RECORD RESOLVES FOR THE OPERATOR RUNNING THE STEP.
007478* WHEN NONE RESOLVES THE ANSWER CANNOT BE CHECKED, WHICH IS
007480* BLOCKING. THE FIRST SHIFT THAT FAILS IS REPORTED AND THE REST
007490* ARE NOT TRIED, SO ONE BAD STAGED ANSWER IS ONE LINE, NOT ONE
007492* PER SHIFT.
007500*----------------------------------------------------------------
007510 CHECK-STAGED-ON-ONE-SHIFT.
007520     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
007530     IF WS-SHIFT-CODE NOT EQUAL SPACE
007540         MOVE ZERO TO WS-SHIFT-OPER-RESOLVED
007550         MOVE "DEFAULT " TO WS-LOOK-ID
007560         PERFORM RESOLVE-OPTIONS-RECORD
007580         IF WS-OPTION-VALID
007582             ADD 1 TO WS-SHIFT-OPER-RESOLVED
007584             PERFORM CHECK-STAGED-AGAINST-RECORD
007586         END-IF
007588         PERFORM CHECK-STAGED-ON-OPERATOR-RECORD
007590             VARYING OX FROM 1 BY 1
007592             UNTIL OX > WS-OPERATOR-COUNT
007594                 OR WS-ONE-PROBLEM-FOUND
007596         IF WS-SHIFT-OPER-RESOLVED EQUAL ZERO
007598             MOVE "SHIFT " TO WS-DL-SHIFT-LABEL
007600             MOVE WS-SHIFT-CODE TO WS-DL-SHIFT-CODE
007602             MOVE "STAGED ANSWER NOT CHECKED - NO QOPTIONS RECORD"
007604                 TO WS-DL-NOTE
007606             MOVE "RESOLVES ON THIS SHIFT" TO WS-DL-NOTE(48:22)
007608             SET WS-PROBLEM-BLOCKING TO TRUE
007610             PERFORM WRITE-PROBLEM-LINE
007612             SET WS-ONE-PROBLEM-FOUND TO TRUE
007614             MOVE SPACES TO WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE
007616         END-IF
007618     END-IF.
007620
007622 CHECK-STAGED-ON-OPERATOR-RECORD.
007624     IF WS-OP-SHIFT-CODE(OX) EQUAL WS-SHIFT-CODE
007626         MOVE WS-OP-OPERATOR-ID(OX) TO WS-LOOK-ID
007628         PERFORM RESOLVE-OPTIONS-RECORD
007630         IF WS-OPTION-VALID
007632             ADD 1 TO WS-SHIFT-OPER-RESOLVED
007634             PERFORM CHECK-STAGED-AGAINST-RECORD
007636         END-IF
007638     END-IF.
007640
007642*----------------------------------------------------------------
007644* CHECK-STAGED-AGAINST-RECORD - THE STAGED ENTRY AND APPROVER
007646* AGAINST THE QOPTIONS RECORD JUST RESOLVED. WS-LOOK-FOUND AND
007648* WS-LOOK-AUTH-LEVEL STILL HOLD THE APPROVER FROM FIND-OPERATOR.
007650*----------------------------------------------------------------
007652 CHECK-STAGED-AGAINST-RECORD.
007654     IF NOT WS-ONE-PROBLEM-FOUND
007656         PERFORM VALIDATE-CANDIDATE
007658         MOVE "SHIFT " TO WS-DL-SHIFT-LABEL
007660         MOVE WS-SHIFT-CODE TO WS-DL-SHIFT-CODE
007662         IF NOT WS-ENTRY-VALID
007664             MOVE SPACES TO WS-DL-NOTE
007666             STRING "STAGED ENTRY '" QS-ENTRY
007668                 "' IS NOT VALID FOR THE PROMPT ("
007670                 QO-OPERATOR-ID " RECORD)"
007672                 DELIMITED BY SIZE INTO WS-DL-NOTE
007674             SET WS-PROBLEM-BLOCKING TO TRUE
007676             PERFORM WRITE-PROBLEM-LINE
007678             SET WS-ONE-PROBLEM-FOUND TO TRUE
007680         END-IF
007682         IF WS-LOOK-FOUND
007684             AND WS-LOOK-AUTH-LEVEL < QO-AUTH-LEVEL
007686             MOVE SPACES TO WS-DL-NOTE
007688             STRING "APPROVER " QS-APPROVER-ID
007690                 " IS NOT AUTHORIZED FOR THE PROMPT ("
007692                 QO-OPERATOR-ID " RECORD)"
007694                 DELIMITED BY SIZE INTO WS-DL-NOTE
007696             SET WS-PROBLEM-BLOCKING TO TRUE
007698             PERFORM WRITE-PROBLEM-LINE
007700             SET WS-ONE-PROBLEM-FOUND TO TRUE
007702         END-IF
007704         MOVE SPACES TO WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE
007706     END-IF.
007840
007850*----------------------------------------------------------------
007860* FIND-OPERATOR - LOOK WS-LOOK-ID UP IN THE OPERATOR TABLE,
007870* LEAVING WS-LOOK-FOUND AND WS-LOOK-AUTH-LEVEL SET.
007880*----------------------------------------------------------------
007890 FIND-OPERATOR.
007900     MOVE "N" TO WS-LOOK-FOUND-FLAG.
007910     MOVE ZERO TO WS-LOOK-AUTH-LEVEL.
007920     PERFORM VARYING P FROM 1 BY 1
007930             UNTIL P > WS-OPERATOR-COUNT OR WS-LOOK-FOUND
007940         IF WS-OP-OPERATOR-ID(P) EQUAL WS-LOOK-ID
007950             SET WS-LOOK-FOUND TO TRUE
007960             MOVE WS-OP-AUTH-LEVEL(P) TO WS-LOOK-AUTH-LEVEL
007970         END-IF
007980     END-PERFORM.
007990
008000*----------------------------------------------------------------
008010* CHECK-SCRIPT-CONDITIONS - READ QSCRIPT AND, FOR EVERY RECORD
008020* CONDITIONED ON AN EARLIER ANSWER, CONFIRM THE CONDITIONING
008030* QUESTION IS ASKED EARLIER IN THE SCRIPT (QUESTION ONLY LOOKS
008040* BACKWARD) AND THAT QN-COND-ANSWER IS A VALUE IT CAN PRODUCE ON
008050* EVERY SHIFT. EITHER FAILURE MEANS THE CONDITIONED QUESTION IS
008060* SKIPPED EVERY NIGHT, WHATEVER IS ANSWERED.
008070*----------------------------------------------------------------
008080 CHECK-SCRIPT-CONDITIONS.
008090     MOVE ZERO TO WS-SCRIPT-SEEN-COUNT WS-SCRIPT-RECORD-NO.
008100     OPEN INPUT QSCRIPT-FILE.
008110     IF WS-QSCRIPT-STATUS NOT EQUAL "00"
008120         MOVE "  NO QSCRIPT ALLOCATED - CHECK NOT PERFORMED"
008130             TO QY-PRINT-LINE
008140         WRITE QY-PRINT-LINE
008150     ELSE
008160         PERFORM CHECK-ONE-SCRIPT-RECORD
008170             UNTIL WS-QSCRIPT-STATUS NOT EQUAL "00"
008180         CLOSE QSCRIPT-FILE
008190         IF WS-SCRIPT-RECORD-NO EQUAL ZERO
008200             MOVE "  QSCRIPT IS EMPTY - CHECK NOT PERFORMED"
008210                 TO QY-PRINT-LINE
008220             WRITE QY-PRINT-LINE
008230         END-IF
008240     END-IF.
008250
008260 CHECK-ONE-SCRIPT-RECORD.
008270     READ QSCRIPT-FILE
008280         AT END
008290             CONTINUE
008300         NOT AT END
008310             ADD 1 TO WS-SCRIPT-RECORD-NO
008320             IF QN-COND-QUESTION-ID NOT EQUAL SPACES
008330                 PERFORM CHECK-SCRIPT-CONDITION
008340             END-IF
008350             IF WS-SCRIPT-SEEN-COUNT < WS-MAX-SCRIPT-SEEN
008360                 ADD 1 TO WS-SCRIPT-SEEN-COUNT
008370                 MOVE QN-QUESTION-ID
008380                     TO WS-SS-QUESTION-ID(WS-SCRIPT-SEEN-COUNT)
008390             END-IF
008400     END-READ.
008410
008420 CHECK-SCRIPT-CONDITION.
008430     MOVE SPACES TO WS-DL-JOB-NAME WS-DL-STEP-NAME
008440         WS-DL-SHIFT-LABEL WS-DL-SHIFT-CODE.
008450     MOVE QN-QUESTION-ID TO WS-DL-QUESTION-ID.
008460
008470     MOVE "N" TO WS-SEEN-FLAG.
008480     PERFORM VARYING WS-SS-INDEX FROM 1 BY 1
008490             UNTIL WS-SS-INDEX > WS-SCRIPT-SEEN-COUNT OR WS-SEEN
008500         IF WS-SS-QUESTION-ID(WS-SS-INDEX) EQUAL
008510             QN-COND-QUESTION-ID
008520             SET WS-SEEN TO TRUE
008530         END-IF
008540     END-PERFORM.
008550     IF NOT WS-SEEN
008560         MOVE SPACES TO WS-DL-NOTE
008570         STRING "CONDITION QUESTION " QN-COND-QUESTION-ID
008580             " IS NOT ASKED EARLIER IN THE SCRIPT"
008590             DELIMITED BY SIZE INTO WS-DL-NOTE
008600         SET WS-PROBLEM-BLOCKING TO TRUE
008610         PERFORM WRITE-PROBLEM-LINE
008620     END-IF.
008630
008640     IF WS-QOPTIONS-OPEN
008650         MOVE QN-COND-QUESTION-ID TO WS-LOOK-QUESTION-ID
008660         MOVE QN-COND-ANSWER TO WS-CANDIDATE
008670         MOVE "N" TO WS-ONE-PROBLEM-FLAG
008680         PERFORM CHECK-CONDITION-ON-ONE-SHIFT
008690             VARYING WS-SHIFT-POS FROM 1 BY 1
008700             UNTIL WS-SHIFT-POS > WS-SHIFT-COUNT
008710                 OR WS-ONE-PROBLEM-FOUND
008720     END-IF.
008730
008740 CHECK-CONDITION-ON-ONE-SHIFT.
008750     MOVE WS-WINDOW-SHIFTS(WS-SHIFT-POS:1) TO WS-SHIFT-CODE.
008760     IF WS-SHIFT-CODE NOT EQUAL SPACE
008770         MOVE "DEFAULT " TO WS-LOOK-ID
008780         PERFORM RESOLVE-OPTIONS-RECORD
008790         MOVE SPACES TO WS-DL-NOTE
008800         IF NOT WS-OPTION-VALID
008810             STRING "CONDITION QUESTION " QN-COND-QUESTION-ID
008820                 " HAS NO USABLE QOPTIONS RECORD"
008830                 DELIMITED BY SIZE INTO WS-DL-NOTE
008840             SET WS-ONE-PROBLEM-FOUND TO TRUE
008850         ELSE
008860             PERFORM VALIDATE-CANDIDATE
008870             IF NOT WS-ENTRY-VALID
008880                 STRING "CONDITION ANSWER '" QN-COND-ANSWER
008890                     "' CANNOT COME FROM " QN-COND-QUESTION-ID
008900                     DELIMITED BY SIZE INTO WS-DL-NOTE
008910                 SET WS-ONE-PROBLEM-FOUND TO TRUE
008920             END-IF
008930         END-IF
008940         IF WS-ONE-PROBLEM-FOUND
008950             MOVE "SHIFT " TO WS-DL-SHIFT-LABEL
008960             MOVE WS-SHIFT-CODE TO WS-DL-SHIFT-CODE
008970             SET WS-PROBLEM-BLOCKING TO TRUE
008980             PERFORM WRITE-PROBLEM-LINE
008990         END-IF
009000     END-IF.
009010
009020*----------------------------------------------------------------
009030* VALIDATE-CANDIDATE - WOULD QUESTION ACCEPT WS-CANDIDATE AS AN
009040* ANSWER TO THE QOPTIONS RECORD IN HAND? CHOICE PROMPTS MATCH
009050* THE ENTRY TABLE UPPER-CASED AND TRIMMED; TYPED PROMPTS ARE
009060* HELD TO THEIR RULE. LEAVES WS-ENTRY-VALID SET.
009070*----------------------------------------------------------------
009080 VALIDATE-CANDIDATE.
009090     MOVE "N" TO WS-ENTRY-VALID-FLAG.
009100     MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-CANDIDATE))
009110         TO WS-INPUT-NORM.
009120     IF QO-TYPE-CHOICE
009130         PERFORM VARYING J FROM 1 BY 1 UNTIL J > QO-ENTRY-COUNT
009140             MOVE FUNCTION TRIM(FUNCTION
009150                 UPPER-CASE(QO-ENTRY-TABLE(J)))
009160                 TO WS-ENTRY-NORM
009170             IF WS-ENTRY-NORM EQUAL WS-INPUT-NORM
009180                 SET WS-ENTRY-VALID TO TRUE
009190             END-IF
009200         END-PERFORM
009210     ELSE
009220         PERFORM VALIDATE-TYPED-ENTRY
009230     END-IF.
009240
009250 VALIDATE-TYPED-ENTRY.
009260     MOVE SPACES TO WS-TYPED-VALUE.
009270     PERFORM GET-TYPED-LENGTH.
009280     IF WS-TYPED-LENGTH > ZERO
009290         MOVE WS-INPUT-NORM(1:10) TO WS-TYPED-VALUE
009300         EVALUATE TRUE
009310             WHEN QO-TYPE-NUMERIC
009320                 PERFORM VALIDATE-NUMERIC-ENTRY
009330             WHEN QO-TYPE-DATE
009340                 PERFORM VALIDATE-DATE-ENTRY
009350             WHEN QO-TYPE-PATTERN
009360                 PERFORM VALIDATE-PATTERN-ENTRY
009370         END-EVALUATE
009380     END-IF.
009390
009400 GET-TYPED-LENGTH.
009410     MOVE ZERO TO WS-TYPED-LENGTH.
009420     IF WS-INPUT-NORM(11:246) EQUAL SPACES
009430         PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
009440                 UNTIL WS-CHAR-POS > 10
009450             IF WS-INPUT-NORM(WS-CHAR-POS:1) NOT EQUAL SPACE
009460                 MOVE WS-CHAR-POS TO WS-TYPED-LENGTH
009470             END-IF
009480         END-PERFORM
009490     END-IF.
009500
009510 VALIDATE-NUMERIC-ENTRY.
009520     IF WS-TYPED-VALUE(1:WS-TYPED-LENGTH) NUMERIC
009530         MOVE FUNCTION NUMVAL(WS-TYPED-VALUE(1:WS-TYPED-LENGTH))
009540             TO WS-NUMERIC-VALUE
009550         IF WS-NUMERIC-VALUE NOT LESS THAN QO-RANGE-LOW
009560             AND WS-NUMERIC-VALUE NOT GREATER THAN QO-RANGE-HIGH
009570             SET WS-ENTRY-VALID TO TRUE
009580         END-IF
009590     END-IF.
009600
009610 VALIDATE-DATE-ENTRY.
009620     IF WS-TYPED-LENGTH EQUAL 8
009630         AND WS-TYPED-VALUE(1:8) NUMERIC
009640         MOVE WS-TYPED-VALUE(1:8) TO WS-DATE-CHECK
009650         PERFORM CHECK-CALENDAR-DATE
009660     END-IF.
009670
009680 CHECK-CALENDAR-DATE.
009690     EVALUATE WS-DC-MONTH
009700         WHEN 01 WHEN 03 WHEN 05 WHEN 07
009710         WHEN 08 WHEN 10 WHEN 12
009720             MOVE 31 TO WS-DAYS-IN-MONTH
009730         WHEN 04 WHEN 06 WHEN 09 WHEN 11
009740             MOVE 30 TO WS-DAYS-IN-MONTH
009750         WHEN 02
009760             PERFORM SET-FEBRUARY-LENGTH
009770         WHEN OTHER
009780             MOVE ZERO TO WS-DAYS-IN-MONTH
009790     END-EVALUATE.
009800     IF WS-DAYS-IN-MONTH > ZERO
009810         AND WS-DC-DAY > ZERO
009820         AND WS-DC-DAY NOT GREATER THAN WS-DAYS-IN-MONTH
009830         AND WS-DC-YEAR > ZERO
009840         SET WS-ENTRY-VALID TO TRUE
009850     END-IF.
009860
009870 SET-FEBRUARY-LENGTH.
009880     IF FUNCTION MOD(WS-DC-YEAR, 4) EQUAL ZERO
009890         AND (FUNCTION MOD(WS-DC-YEAR, 100) NOT EQUAL ZERO
009900             OR FUNCTION MOD(WS-DC-YEAR, 400) EQUAL ZERO)
009910         MOVE 29 TO WS-DAYS-IN-MONTH
009920     ELSE
009930         MOVE 28 TO WS-DAYS-IN-MONTH
009940     END-IF.
009950
009960 VALIDATE-PATTERN-ENTRY.
009970     MOVE ZERO TO WS-PATTERN-LENGTH.
009980     PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
009990             UNTIL WS-CHAR-POS > 10
010000         IF QO-PATTERN(WS-CHAR-POS:1) NOT EQUAL SPACE
010010             MOVE WS-CHAR-POS TO WS-PATTERN-LENGTH
010020         END-IF
010030     END-PERFORM.
010040     IF WS-PATTERN-LENGTH > ZERO
010050         AND WS-TYPED-LENGTH EQUAL WS-PATTERN-LENGTH
010060         SET WS-ENTRY-VALID TO TRUE
010070         PERFORM CHECK-ONE-PATTERN-CHAR
010080             VARYING WS-CHAR-POS FROM 1 BY 1
010090             UNTIL WS-CHAR-POS > WS-PATTERN-LENGTH
010100     END-IF.
010110
010120 CHECK-ONE-PATTERN-CHAR.
010130     EVALUATE QO-PATTERN(WS-CHAR-POS:1)
010140         WHEN "9"
010150             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT NUMERIC
010160                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010170             END-IF
010180         WHEN "A"
010190             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT ALPHABETIC
010200                 OR WS-TYPED-VALUE(WS-CHAR-POS:1) EQUAL SPACE
010210                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010220             END-IF
010230         WHEN "X"
010240             IF WS-TYPED-VALUE(WS-CHAR-POS:1) EQUAL SPACE
010250                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010260             END-IF
010270         WHEN OTHER
010280             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT EQUAL
010290                 QO-PATTERN(WS-CHAR-POS:1)
010300                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010310             END-IF
010320     END-EVALUATE.
010330
010340*----------------------------------------------------------------
010350* SET-EXPECTED-DETAIL - IDENTIFY THE EXPECTED DECISION POINT AND
010360* SHIFT IN HAND ON THE DETAIL LINE.
010370*----------------------------------------------------------------
010380 SET-EXPECTED-DETAIL.
010390     MOVE XP-JOB-NAME(XX) TO WS-DL-JOB-NAME.
010400     MOVE XP-STEP-NAME(XX) TO WS-DL-STEP-NAME.
010410     MOVE XP-QUESTION-ID(XX) TO WS-DL-QUESTION-ID.
010420     MOVE "SHIFT " TO WS-DL-SHIFT-LABEL.
010430     MOVE WS-SHIFT-CODE TO WS-DL-SHIFT-CODE.
010440
010450 WRITE-SECTION-HEADING.
010460     MOVE SPACES TO QY-PRINT-LINE.
010470     WRITE QY-PRINT-LINE.
010480     MOVE WS-SECTION-LINE TO QY-PRINT-LINE.
010490     WRITE QY-PRINT-LINE.
010500
010510*----------------------------------------------------------------
010520* WRITE-PROBLEM-LINE - PRINT THE PROBLEM IN WS-DETAIL-LINE AND
010530* COUNT IT. A BLOCKING PROBLEM ALSO GOES TO QALERT.
010540*----------------------------------------------------------------
010550 WRITE-PROBLEM-LINE.
010560     IF WS-PROBLEM-BLOCKING
010570         MOVE "BLOCKING" TO WS-DL-SEVERITY
010580         ADD 1 TO WS-BLOCKING-COUNT
010590     ELSE
010600         MOVE "WARNING " TO WS-DL-SEVERITY
010610         ADD 1 TO WS-WARNING-COUNT
010620     END-IF.
010630     MOVE WS-DETAIL-LINE TO QY-PRINT-LINE.
010640     WRITE QY-PRINT-LINE.
010650     IF WS-PROBLEM-BLOCKING
010660         PERFORM WRITE-ALERT-RECORD
010670     END-IF.
010680
010690*----------------------------------------------------------------
010700* WRITE-ALERT-RECORD - APPEND ONE RC08 ALERT PER BLOCKING PROBLEM
010710* SO THE CONSOLE CAN ROUTE EACH ONE TO ITS DECISION POINT. QALERT
010720* IS OPENED EXTEND ON THE FIRST PROBLEM AND HELD OPEN FOR THE
010730* REST; A SITE THAT DOES NOT ALLOCATE IT GETS ONE NOTE AND THE
010740* RETURN CODE STILL CARRIES THE SIGNAL.
010750*----------------------------------------------------------------
010760 WRITE-ALERT-RECORD.
010770     IF NOT WS-QALERT-OPEN AND WS-QALERT-STATUS EQUAL SPACES
010780         OPEN EXTEND QALERT-FILE
010790         IF WS-QALERT-STATUS EQUAL "05"
010800             OR WS-QALERT-STATUS EQUAL "35"
010810             OPEN OUTPUT QALERT-FILE
010820         END-IF
010830         IF WS-QALERT-STATUS EQUAL "00"
010840             SET WS-QALERT-OPEN TO TRUE
010850         ELSE
010860             DISPLAY "QREADY - QALERT NOT AVAILABLE (STATUS "
010870                 WS-QALERT-STATUS ") - ALERTS NOT WRITTEN"
010880         END-IF
010890     END-IF.
010900     IF WS-QALERT-OPEN
010910         ACCEPT QL-RUN-DATE FROM DATE YYYYMMDD
010920         ACCEPT QL-RUN-TIME FROM TIME
010930         MOVE "W" TO QL-SEVERITY
010940         MOVE "RC08" TO QL-ALERT-CODE
010950         MOVE WS-DL-JOB-NAME TO QL-JOB-NAME
010960         MOVE WS-DL-STEP-NAME TO QL-STEP-NAME
010970         MOVE WS-DL-QUESTION-ID TO QL-QUESTION-ID
010980         MOVE SPACES TO QL-OPERATOR-ID
010990         MOVE WS-DL-SHIFT-CODE TO QL-SHIFT-CODE
011000         MOVE WS-DL-NOTE TO QL-PROMPT-TEXT
011005         PERFORM GET-ALERT-OWNER
011010         WRITE QL-ALERT-RECORD
011020     END-IF.
011022
011023*----------------------------------------------------------------
011024* GET-ALERT-OWNER - COPY THE DECISION POINT'S QOWNER ENTRY ONTO
011025* THE ALERT FOR ROUTING. QOWNER IS OPENED WITH THE FIRST ALERT
011026* AND HELD, LIKE QALERT; WITHOUT IT, OR WITHOUT AN ENTRY, THE
011027* OWNER FIELDS GO OUT BLANK.
011028*----------------------------------------------------------------
011029 GET-ALERT-OWNER.
011030     MOVE SPACES TO QL-OWNER-APPLICATION QL-OWNER-TEAM
011031         QL-OWNER-CONTACT QL-OWNER-IMPACT.
011032     IF NOT WS-QOWNER-OPEN AND WS-QOWNER-STATUS EQUAL SPACES
011033         OPEN INPUT QOWNER-FILE
011034         IF WS-QOWNER-STATUS EQUAL "00"
011035             SET WS-QOWNER-OPEN TO TRUE
011036         ELSE
011037             DISPLAY "QREADY - QOWNER NOT AVAILABLE (STATUS "
011038                 WS-QOWNER-STATUS ") - ALERTS CARRY NO OWNER"
011039         END-IF
011040     END-IF.
011041     IF WS-QOWNER-OPEN AND WS-DL-QUESTION-ID NOT EQUAL SPACES
011042         MOVE WS-DL-QUESTION-ID TO QZ-QUESTION-ID
011043         READ QOWNER-FILE
011044         IF WS-QOWNER-STATUS EQUAL "00"
011045             MOVE QZ-APPLICATION-ID TO QL-OWNER-APPLICATION
011046             MOVE QZ-TEAM-ID TO QL-OWNER-TEAM
011047             MOVE QZ-PRIMARY-CONTACT TO QL-OWNER-CONTACT
011048             MOVE QZ-IMPACT-CLASS TO QL-OWNER-IMPACT
011049         END-IF
011050     END-IF.
011030
011040 WRITE-TOTALS.
011050     MOVE SPACES TO QY-PRINT-LINE.
011060     WRITE QY-PRINT-LINE.
011070     MOVE WS-EXPECT-COUNT TO WS-TOT-EXPECTED.
011080     MOVE WS-BLOCKING-COUNT TO WS-TOT-BLOCKING.
011090     MOVE WS-WARNING-COUNT TO WS-TOT-WARNINGS.
011100     MOVE WS-TOTAL-LINE TO QY-PRINT-LINE.
011110     WRITE QY-PRINT-LINE.
011120     EVALUATE TRUE
011130         WHEN WS-BLOCKING-COUNT > ZERO
011140             MOVE "WINDOW NOT READY - HOLD THE STREAM UNTIL FIXED"
011150                 TO WS-READY-LINE
011160         WHEN WS-WARNING-COUNT > ZERO
011170             MOVE "WINDOW READY WITH WARNINGS" TO WS-READY-LINE
011180         WHEN OTHER
011190             MOVE "WINDOW READY" TO WS-READY-LINE
011200     END-EVALUATE.
011210     MOVE WS-READY-LINE TO QY-PRINT-LINE.
011220     WRITE QY-PRINT-LINE.
011230
011240*----------------------------------------------------------------
011250* FIND-OPTIONS-VERSION - BROWSE THE VERSIONS OF THE QOPTIONS ENTRY
011260* FOR WS-LOOK-QUESTION-ID/WS-LOOK-ID/WS-SHIFT-CODE AND READ BACK
011270* THE ONE IN EFFECT ON WS-RUN-DATE, THE LATEST-STARTING VERSION
011280* WHOSE FROM/THRU DATES COVER IT - THE SAME CHOICE QUESTION'S
011290* FIND-QOPTIONS-VERSION MAKES (SEE QOPTREC).
011300*----------------------------------------------------------------
011310 FIND-OPTIONS-VERSION.
011320     MOVE "N" TO WS-VERSION-FOUND-FLAG.
011330     MOVE "N" TO WS-VERSION-DONE-FLAG.
011340     MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID.
011350     MOVE WS-LOOK-ID TO QO-OPERATOR-ID.
011360     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
011370     MOVE LOW-VALUES TO QO-EFFECTIVE-FROM.
011380     START QOPTIONS-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
011390         INVALID KEY
011400             SET WS-VERSION-DONE TO TRUE
011410     END-START.
011420     PERFORM CHECK-ONE-OPTIONS-VERSION UNTIL WS-VERSION-DONE.
011430     IF WS-VERSION-FOUND
011440         MOVE WS-LOOK-QUESTION-ID TO QO-QUESTION-ID
011450         MOVE WS-LOOK-ID TO QO-OPERATOR-ID
011460         MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE
011470         MOVE WS-VERSION-FROM TO QO-EFFECTIVE-FROM
011480         READ QOPTIONS-FILE
011490         IF WS-QOPTIONS-STATUS NOT EQUAL "00"
011500             MOVE "N" TO WS-VERSION-FOUND-FLAG
011510         END-IF
011520     END-IF.
011530
011540 CHECK-ONE-OPTIONS-VERSION.
011550     READ QOPTIONS-FILE NEXT RECORD
011560         AT END
011570             SET WS-VERSION-DONE TO TRUE
011580         NOT AT END
011590             IF QO-QUESTION-ID NOT EQUAL WS-LOOK-QUESTION-ID
011600                 OR QO-OPERATOR-ID NOT EQUAL WS-LOOK-ID
011610                 OR QO-SHIFT-CODE NOT EQUAL WS-SHIFT-CODE
011620                 SET WS-VERSION-DONE TO TRUE
011630             ELSE
011640                 IF QO-EFFECTIVE-FROM NOT GREATER THAN WS-RUN-DATE
011650                     AND (QO-EFFECTIVE-THRU EQUAL SPACES
011660                     OR QO-EFFECTIVE-THRU NOT LESS THAN
011660                         WS-RUN-DATE)
011670                     SET WS-VERSION-FOUND TO TRUE
011680                     MOVE QO-EFFECTIVE-FROM TO WS-VERSION-FROM
011690                 END-IF
011700             END-IF
011710     END-READ.
