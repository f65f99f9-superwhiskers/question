000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. MID-WINDOW DECISION STATUS
000050*                  BOARD FOR THE SHIFT HANDOVER: WHERE EACH OF
000060*                  TONIGHT'S QEXPECT DECISION POINTS STANDS,
000070*                  FROM QAUDIT, QSTAGE, AND QALERT, AND WHAT THE
000080*                  INCOMING SHIFT STILL HAS TO COVER.
000090*----------------------------------------------------------------
000100
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. qstatus.
000130 AUTHOR. R P HALVORSEN.
000140 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170
000180*----------------------------------------------------------------
000190* QSTATUS CAN BE RUN AT ANY POINT IN THE BATCH WINDOW, USUALLY
000200* AT A SHIFT CHANGE. IT READS TONIGHT'S EXPECTED DECISION LIST
000210* THAT QSCHED WROTE TO QEXPECT AND, FOR EACH JOB/STEP/QUESTION
000220* ON IT, SHOWS ONE OF:
000230*
000240*   ANSWERED        AN ANSWER WAS KEYED, A STAGED ANSWER WAS
000250*                   CONSUMED, OR A RESTART REUSED AN EARLIER ONE
000260*                   (QAUDIT "A", "S", "R");
000270*   DEFAULTED       THE QDFTANS DEFAULT WAS TAKEN ("D");
000280*   SKIPPED         ITS SCRIPT CONDITION SKIPPED IT ("K");
000290*   ABORTED-ALERT   THE RUN ABORTED AND ITS QALERT RECORD
000300*                   (SEVERITY "E") IS STILL ON THE FILE, NOT YET
000310*                   CLEARED BY THE CONSOLE;
000320*   ABORTED-CLEARED QAUDIT SHOWS A RETRY ABORT OR EXPIRED
000330*                   DEADLINE ("X", "T") BUT THE ALERT HAS BEEN
000340*                   CLEARED AND THE STEP HAS NOT BEEN RERUN;
000350*   NO ANSWER YET   PROMPTED - INVALID ENTRIES OR FAILED
000360*                   VERIFICATIONS ON QAUDIT - BUT NOT ANSWERED;
000370*   STAGED-WAITING  A SUPERVISOR-APPROVED ANSWER IS ON QSTAGE
000380*                   WAITING FOR ITS STEP TO RUN;
000390*   NOT REACHED     NOTHING YET.
000400*
000410* A LATER ANSWER OUTRANKS AN EARLIER ABORT, SO A STEP THAT WAS
000420* RERUN AND ANSWERED AFTER ITS ALERT SHOWS AS ANSWERED. EACH LINE
000430* ALSO SHOWS THE TIME OF THE DECISION POINT'S LAST QAUDIT EVENT
000440* AND THE "I" (INVALID ENTRY) AND "V" (FAILED VERIFICATION)
000450* FUMBLES SO FAR, AND UNDER ANY DECISION POINT STILL TO COVER
000460* ITS OWNER FROM THE QOWNER REGISTRY.
000470*
000480* THE BOARD ENDS WITH THE HANDOVER SUMMARY: HOW MANY DECISION
000490* POINTS ARE TAKEN, AND THE ONES THE INCOMING SHIFT STILL HAS TO
000500* COVER, MOST URGENT FIRST.
000510*
000520* THE WINDOW IS THE RUN DATE IN QVFYDATE (YYYYMMDD, DEFAULT
000530* TODAY) UP TO THE QRDYEND TIME (HHMM, DEFAULT "0600") ON THE
000540* MORNING AFTER IT, AS FOR QREADY - SO A BOARD RUN AFTER
000550* MIDNIGHT NEEDS QVFYDATE SET TO THE NIGHT BEING WORKED. THE
000560* RUN ENDS RC=8 WHEN ANY DECISION POINT STANDS ABORTED, RC=0
000570* OTHERWISE, AND RC=16 WHEN QEXPECT CANNOT BE READ.
000580*----------------------------------------------------------------
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT QEXPECT-FILE ASSIGN TO "QEXPECT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-QEXPECT-STATUS.
000660
000670     SELECT QAUDIT-FILE ASSIGN TO "QAUDIT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-QAUDIT-STATUS.
000700
000710     SELECT QSTAGE-FILE ASSIGN TO "QSTAGE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS QS-RECORD-KEY
000750         FILE STATUS IS WS-QSTAGE-STATUS.
000760
000770     SELECT QALERT-FILE ASSIGN TO "QALERT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-QALERT-STATUS.
000800
000810     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS QZ-QUESTION-ID
000850         FILE STATUS IS WS-QOWNER-STATUS.
000860
000870     SELECT QSTATUS-FILE ASSIGN TO "QSTATUS"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-QSTATUS-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  QEXPECT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY QCTLREC.
000960
000970 FD  QAUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY QAUDREC.
001000
001010 FD  QSTAGE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY QSTGREC.
001040
001050 FD  QALERT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY QALTREC.
001080
001090 FD  QOWNER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY QOWNREC.
001120
001130 FD  QSTATUS-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  QB-PRINT-LINE                   PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-QEXPECT-STATUS               PIC X(02) VALUE SPACES.
001190 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
001200 01  WS-QSTAGE-STATUS                PIC X(02) VALUE SPACES.
001210 01  WS-QALERT-STATUS                PIC X(02) VALUE SPACES.
001220 01  WS-QOWNER-STATUS                PIC X(02) VALUE SPACES.
001230 01  WS-QSTATUS-STATUS               PIC X(02) VALUE SPACES.
001240
001250 01  WS-QOWNER-OPEN-FLAG             PIC X(01) VALUE "N".
001260     88  WS-QOWNER-OPEN              VALUE "Y".
001262 01  WS-QALERT-READ-FLAG             PIC X(01) VALUE "N".
001264     88  WS-QALERT-READ              VALUE "Y".
001270
001280*----------------------------------------------------------------
001290* THE WINDOW: THE RUN DATE, AND THE MORNING AFTER IT UP TO THE
001300* CLOSING TIME. WS-NOW-STAMP IS WHEN THE BOARD WAS TAKEN, FOR
001310* THE TITLE AND THE QSTAGE EXPIRY CHECK.
001320*----------------------------------------------------------------
001330 01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
001340 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001350                                     PIC 9(08).
001360 01  WS-CLOSE-DATE                   PIC X(08) VALUE SPACES.
001370 01  WS-CLOSE-DATE-NUM REDEFINES WS-CLOSE-DATE
001380                                     PIC 9(08).
001390 01  WS-CLOSE-TIME                   PIC X(04) VALUE SPACES.
001400 01  WS-NOW-DATE                     PIC X(08) VALUE SPACES.
001410 01  WS-NOW-TIME                     PIC X(08) VALUE SPACES.
001420 01  WS-NOW-STAMP                    PIC X(16) VALUE SPACES.
001430 01  WS-EVENT-STAMP                  PIC X(16) VALUE SPACES.
001440 01  WS-IN-WINDOW-FLAG               PIC X(01) VALUE "N".
001450     88  WS-IN-WINDOW                VALUE "Y".
001460
001470*----------------------------------------------------------------
001480* THE BOARD: ONE ENTRY PER QEXPECT DECISION POINT, WITH WHAT
001490* QAUDIT, QSTAGE, AND QALERT SAY ABOUT IT TONIGHT. 500 IS THE
001500* SAME CEILING QVERIFY AND QREADY USE. SB-STATUS IS SET ONCE ALL
001510* THREE FILES ARE IN:
001520*   A ANSWERED  D DEFAULTED  K SKIPPED  X ABORTED, ALERT OUT
001530*   C ABORTED, ALERT CLEARED  P NO ANSWER YET  S STAGED, WAITING
001540*   N NOT REACHED
001550*----------------------------------------------------------------
001560 01  WS-EXPECT-COUNT                 PIC 9(03) VALUE ZERO.
001570 01  WS-MAX-EXPECT                   PIC 9(03) VALUE 500.
001580 01  WS-EXPECT-FULL-FLAG             PIC X(01) VALUE "N".
001590     88  WS-EXPECT-FULL              VALUE "Y".
001600 01  WS-BOARD-TABLE.
001610     05  SB-ENTRY OCCURS 500 TIMES INDEXED BY SX.
001620         10  SB-JOB-NAME             PIC X(08).
001630         10  SB-STEP-NAME            PIC X(08).
001640         10  SB-QUESTION-ID          PIC X(08).
001650         10  SB-LAST-STAMP           PIC X(16).
001660         10  SB-LAST-EVENT           PIC X(01).
001670         10  SB-ANSWER-STAMP         PIC X(16).
001680         10  SB-ANSWER-EVENT         PIC X(01).
001690         10  SB-ANSWER-RESULT        PIC X(10).
001700         10  SB-ANSWER-OPERATOR      PIC X(08).
001710         10  SB-ABORT-STAMP          PIC X(16).
001720         10  SB-ABORT-EVENT          PIC X(01).
001730         10  SB-ALERT-STAMP          PIC X(16).
001740         10  SB-ALERT-CODE           PIC X(04).
001750         10  SB-INVALID-COUNT        PIC 9(03).
001760         10  SB-VERIFY-FAIL-COUNT    PIC 9(03).
001770         10  SB-STAGED-FLAG          PIC X(01).
001780             88  SB-STAGED-WAITING   VALUE "W".
001790             88  SB-STAGED-EXPIRED   VALUE "E".
001800         10  SB-STAGED-APPROVER      PIC X(08).
001810         10  SB-STAGED-EXPIRY        PIC X(16).
001820         10  SB-STATUS               PIC X(01).
001830             88  SB-ANSWERED         VALUE "A".
001840             88  SB-DEFAULTED        VALUE "D".
001850             88  SB-SKIPPED          VALUE "K".
001860             88  SB-ABORTED-ALERT    VALUE "X".
001870             88  SB-ABORTED-CLEARED  VALUE "C".
001880             88  SB-NO-ANSWER-YET    VALUE "P".
001890             88  SB-STAGED           VALUE "S".
001900             88  SB-NOT-REACHED      VALUE "N".
001910             88  SB-TO-COVER         VALUES "X" "C" "P" "S" "N".
001920
001930 01  WS-LOOK-JOB-NAME                PIC X(08) VALUE SPACES.
001940 01  WS-LOOK-STEP-NAME               PIC X(08) VALUE SPACES.
001950 01  WS-LOOK-QUESTION-ID             PIC X(08) VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980* HANDOVER SUMMARY COUNTS, AND THE STATUS BEING LISTED WHEN THE
001990* SUMMARY WALKS THE BOARD ONCE PER STATUS.
002000*----------------------------------------------------------------
002010 01  WS-COUNT-ANSWERED               PIC 9(03) VALUE ZERO.
002020 01  WS-COUNT-DEFAULTED              PIC 9(03) VALUE ZERO.
002030 01  WS-COUNT-SKIPPED                PIC 9(03) VALUE ZERO.
002040 01  WS-COUNT-ABORTED-ALERT          PIC 9(03) VALUE ZERO.
002050 01  WS-COUNT-ABORTED-CLEARED        PIC 9(03) VALUE ZERO.
002060 01  WS-COUNT-NO-ANSWER-YET          PIC 9(03) VALUE ZERO.
002070 01  WS-COUNT-STAGED                 PIC 9(03) VALUE ZERO.
002080 01  WS-COUNT-NOT-REACHED            PIC 9(03) VALUE ZERO.
002090 01  WS-COUNT-TO-COVER               PIC 9(03) VALUE ZERO.
002100 01  WS-TOTAL-INVALID                PIC 9(05) VALUE ZERO.
002110 01  WS-TOTAL-VERIFY-FAIL            PIC 9(05) VALUE ZERO.
002120 01  WS-LIST-STATUS                  PIC X(01) VALUE SPACES.
002130 01  WS-URGENCY-ORDER                PIC X(05) VALUE "XCPNS".
002140 01  WS-URGENCY-POS                  PIC 9(01) VALUE ZERO.
002150
002160*----------------------------------------------------------------
002170* REPORT LINE LAYOUTS
002180*----------------------------------------------------------------
002190 01  WS-TITLE-LINE.
002200     05  FILLER                      PIC X(36) VALUE
002210         "QSTATUS - DECISION STATUS BOARD".
002220     05  FILLER                      PIC X(08) VALUE "WINDOW: ".
002230     05  WS-TL-RUN-DATE              PIC X(08).
002240     05  FILLER                      PIC X(09) VALUE " THROUGH ".
002250     05  WS-TL-CLOSE-DATE            PIC X(08).
002260     05  FILLER                      PIC X(01) VALUE SPACES.
002270     05  WS-TL-CLOSE-TIME            PIC X(04).
002280     05  FILLER                      PIC X(10) VALUE
002290         "   AS OF: ".
002300     05  WS-TL-AS-OF                 PIC X(19).
002310
002320 01  WS-COLUMN-HEADING-LINE.
002330     05  FILLER                      PIC X(09) VALUE "JOB".
002340     05  FILLER                      PIC X(09) VALUE "STEP".
002350     05  FILLER                      PIC X(10) VALUE "QUESTION".
002360     05  FILLER                      PIC X(17) VALUE "STATUS".
002370     05  FILLER                      PIC X(21) VALUE
002380         "LAST QAUDIT EVENT".
002390     05  FILLER                      PIC X(04) VALUE "EV".
002400     05  FILLER                      PIC X(05) VALUE "  INV".
002410     05  FILLER                      PIC X(07) VALUE "  VFY  ".
002420     05  FILLER                      PIC X(04) VALUE "NOTE".
002430
002440 01  WS-DETAIL-LINE.
002450     05  WS-DL-JOB-NAME              PIC X(08).
002460     05  FILLER                      PIC X(01) VALUE SPACES.
002470     05  WS-DL-STEP-NAME             PIC X(08).
002480     05  FILLER                      PIC X(01) VALUE SPACES.
002490     05  WS-DL-QUESTION-ID           PIC X(08).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  WS-DL-STATUS                PIC X(16).
002520     05  FILLER                      PIC X(01) VALUE SPACES.
002530     05  WS-DL-LAST-EVENT-TIME       PIC X(19).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  WS-DL-LAST-EVENT            PIC X(01).
002560     05  FILLER                      PIC X(03) VALUE SPACES.
002570     05  WS-DL-INVALID               PIC ZZ9.
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  WS-DL-VERIFY-FAIL           PIC ZZ9.
002600     05  FILLER                      PIC X(02) VALUE SPACES.
002610     05  WS-DL-NOTE                  PIC X(52).
002620
002630 01  WS-OWNER-LINE.
002640     05  FILLER                      PIC X(28) VALUE SPACES.
002650     05  FILLER                      PIC X(07) VALUE "OWNER: ".
002660     05  WS-OL-APPLICATION           PIC X(08).
002670     05  FILLER                      PIC X(08) VALUE "  TEAM: ".
002680     05  WS-OL-TEAM                  PIC X(08).
002690     05  FILLER                      PIC X(11) VALUE
002695         "  CONTACT: ".
002700     05  WS-OL-CONTACT               PIC X(25).
002710     05  FILLER                      PIC X(10) VALUE "  BACKUP: ".
002720     05  WS-OL-BACKUP                PIC X(25).
002730
002740 01  WS-SUMMARY-LINE.
002750     05  FILLER                      PIC X(02) VALUE SPACES.
002760     05  WS-SL-LABEL                 PIC X(44).
002770     05  WS-SL-COUNT                 PIC ZZZZ9.
002780
002790 01  WS-COVER-LINE.
002800     05  FILLER                      PIC X(04) VALUE SPACES.
002810     05  WS-CV-STATUS                PIC X(16).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  WS-CV-JOB-NAME              PIC X(08).
002840     05  FILLER                      PIC X(01) VALUE SPACES.
002850     05  WS-CV-STEP-NAME             PIC X(08).
002860     05  FILLER                      PIC X(01) VALUE SPACES.
002870     05  WS-CV-QUESTION-ID           PIC X(08).
002880     05  FILLER                      PIC X(02) VALUE SPACES.
002890     05  WS-CV-NOTE                  PIC X(52).
002900
002910 01  WS-EDIT-STAMP.
002920     05  WS-ES-YEAR                  PIC X(04).
002930     05  FILLER                      PIC X(01) VALUE "-".
002940     05  WS-ES-MONTH                 PIC X(02).
002950     05  FILLER                      PIC X(01) VALUE "-".
002960     05  WS-ES-DAY                   PIC X(02).
002970     05  FILLER                      PIC X(01) VALUE SPACES.
002980     05  WS-ES-HOUR                  PIC X(02).
002990     05  FILLER                      PIC X(01) VALUE ":".
003000     05  WS-ES-MINUTE                PIC X(02).
003010     05  FILLER                      PIC X(01) VALUE ":".
003020     05  WS-ES-SECOND                PIC X(02).
003030 01  WS-EDIT-SOURCE                  PIC X(16) VALUE SPACES.
003040 01  WS-EDIT-COUNT                   PIC ZZ9.
003050
003060 PROCEDURE DIVISION.
003070 MAIN.
003080     PERFORM GET-WINDOW-PARAMETERS.
003090     PERFORM LOAD-EXPECTED-LIST.
003100     PERFORM SCAN-AUDIT-TRAIL.
003110     PERFORM SCAN-STAGED-ANSWERS.
003120     PERFORM SCAN-ALERTS.
003130     PERFORM SET-ONE-STATUS
003140         VARYING SX FROM 1 BY 1 UNTIL SX > WS-EXPECT-COUNT.
003150
003160     OPEN INPUT QOWNER-FILE.
003170     IF WS-QOWNER-STATUS EQUAL "00"
003180         SET WS-QOWNER-OPEN TO TRUE
003190     END-IF.
003200     OPEN OUTPUT QSTATUS-FILE.
003210     PERFORM WRITE-BOARD-HEADING.
003220     PERFORM WRITE-BOARD-LINE
003230         VARYING SX FROM 1 BY 1 UNTIL SX > WS-EXPECT-COUNT.
003240     PERFORM WRITE-HANDOVER-SUMMARY.
003250     CLOSE QSTATUS-FILE.
003260     IF WS-QOWNER-OPEN
003270         CLOSE QOWNER-FILE
003280     END-IF.
003290
003300     IF WS-COUNT-ABORTED-ALERT > ZERO
003310         OR WS-COUNT-ABORTED-CLEARED > ZERO
003320         MOVE 8 TO RETURN-CODE
003330     ELSE
003340         MOVE ZERO TO RETURN-CODE
003350     END-IF.
003360     STOP RUN.
003370
003380*----------------------------------------------------------------
003390* GET-WINDOW-PARAMETERS - RUN DATE FROM QVFYDATE (DEFAULT TODAY)
003400* AND THE CLOSING TIME FROM QRDYEND (HHMM, DEFAULT "0600") ON
003410* THE MORNING AFTER IT, THE SAME SETTINGS QREADY TAKES.
003420*----------------------------------------------------------------
003430 GET-WINDOW-PARAMETERS.
003440     ACCEPT WS-RUN-DATE FROM ENVIRONMENT "QVFYDATE".
003450     IF WS-RUN-DATE NOT NUMERIC
003460         IF WS-RUN-DATE NOT EQUAL SPACES
003470             DISPLAY "QSTATUS - QVFYDATE IS NOT YYYYMMDD ('"
003480                 WS-RUN-DATE "') - USING TODAY"
003490         END-IF
003500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003510     END-IF.
003520
003530     ACCEPT WS-CLOSE-TIME FROM ENVIRONMENT "QRDYEND".
003540     IF WS-CLOSE-TIME NOT NUMERIC
003550         IF WS-CLOSE-TIME NOT EQUAL SPACES
003560             DISPLAY "QSTATUS - QRDYEND IS NOT HHMM ('"
003570                 WS-CLOSE-TIME "') - USING 0600"
003580         END-IF
003590         MOVE "0600" TO WS-CLOSE-TIME
003600     END-IF.
003610     COMPUTE WS-CLOSE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
003620         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1).
003630
003640     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003650     ACCEPT WS-NOW-TIME FROM TIME.
003660     MOVE SPACES TO WS-NOW-STAMP.
003670     STRING WS-NOW-DATE WS-NOW-TIME DELIMITED BY SIZE
003680         INTO WS-NOW-STAMP.
003690
003700*----------------------------------------------------------------
003710* LOAD-EXPECTED-LIST - TONIGHT'S QEXPECT LIST ONTO THE BOARD.
003720* WITHOUT IT THERE IS NO BOARD, SO THE RUN ABORTS RC=16 AS
003730* QREADY DOES.
003740*----------------------------------------------------------------
003750 LOAD-EXPECTED-LIST.
003760     OPEN INPUT QEXPECT-FILE.
003770     IF WS-QEXPECT-STATUS NOT EQUAL "00"
003780         DISPLAY "QSTATUS - QEXPECT COULD NOT BE OPENED (STATUS "
003790             WS-QEXPECT-STATUS ") - ABORTING RUN"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     PERFORM LOAD-ONE-EXPECTED-RECORD
003840         UNTIL WS-QEXPECT-STATUS NOT EQUAL "00".
003850     CLOSE QEXPECT-FILE.
003860
003870 LOAD-ONE-EXPECTED-RECORD.
003880     READ QEXPECT-FILE
003890         AT END
003900             CONTINUE
003910         NOT AT END
003920             IF WS-EXPECT-COUNT < WS-MAX-EXPECT
003930                 ADD 1 TO WS-EXPECT-COUNT
003940                 SET SX TO WS-EXPECT-COUNT
003950                 MOVE SPACES TO SB-ENTRY(SX)
003960                 MOVE QC-JOB-NAME TO SB-JOB-NAME(SX)
003970                 MOVE QC-STEP-NAME TO SB-STEP-NAME(SX)
003980                 MOVE QC-QUESTION-ID TO SB-QUESTION-ID(SX)
003990                 MOVE ZERO TO SB-INVALID-COUNT(SX)
004000                     SB-VERIFY-FAIL-COUNT(SX)
004010             ELSE
004020                 SET WS-EXPECT-FULL TO TRUE
004030             END-IF
004040     END-READ.
004050
004060*----------------------------------------------------------------
004070* FIND-BOARD-ENTRY - LOOK UP WS-LOOK-JOB-NAME/STEP/QUESTION ON
004080* THE BOARD; SX IS LEFT PAST THE LAST ENTRY WHEN IT IS NOT THERE.
004090*----------------------------------------------------------------
004100 FIND-BOARD-ENTRY.
004110     PERFORM VARYING SX FROM 1 BY 1
004120             UNTIL SX > WS-EXPECT-COUNT
004130                OR (SB-JOB-NAME(SX) EQUAL WS-LOOK-JOB-NAME
004140                AND SB-STEP-NAME(SX) EQUAL WS-LOOK-STEP-NAME
004150                AND SB-QUESTION-ID(SX) EQUAL WS-LOOK-QUESTION-ID)
004160         CONTINUE
004170     END-PERFORM.
004180
004190*----------------------------------------------------------------
004200* CHECK-IN-WINDOW - IS WS-EVENT-STAMP (DATE + TIME) ON THE RUN
004210* DATE, OR ON THE NEXT MORNING BEFORE THE WINDOW CLOSES?
004220*----------------------------------------------------------------
004230 CHECK-IN-WINDOW.
004240     MOVE "N" TO WS-IN-WINDOW-FLAG.
004250     IF WS-EVENT-STAMP(1:8) EQUAL WS-RUN-DATE
004260         SET WS-IN-WINDOW TO TRUE
004270     END-IF.
004280     IF WS-EVENT-STAMP(1:8) EQUAL WS-CLOSE-DATE
004290         AND WS-EVENT-STAMP(9:4) < WS-CLOSE-TIME
004300         SET WS-IN-WINDOW TO TRUE
004310     END-IF.
004320
004330*----------------------------------------------------------------
004340* SCAN-AUDIT-TRAIL - EVERY QAUDIT EVENT IN THE WINDOW AGAINST AN
004350* EXPECTED DECISION POINT: ITS LAST EVENT, ITS LATEST ANSWER AND
004360* LATEST ABORT, AND THE FUMBLES. QAUDIT IS WRITTEN IN TIME ORDER,
004370* SO EACH LATER EVENT SIMPLY REPLACES THE EARLIER ONE.
004380*----------------------------------------------------------------
004390 SCAN-AUDIT-TRAIL.
004400     OPEN INPUT QAUDIT-FILE.
004410     IF WS-QAUDIT-STATUS EQUAL "00"
004420         PERFORM SCAN-ONE-AUDIT-RECORD
004430             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
004440         CLOSE QAUDIT-FILE
004450     ELSE
004460         DISPLAY "QSTATUS - QAUDIT NOT AVAILABLE (STATUS "
004470             WS-QAUDIT-STATUS ") - NO EVENTS ON THE BOARD"
004480     END-IF.
004490
004500 SCAN-ONE-AUDIT-RECORD.
004510     READ QAUDIT-FILE
004520         AT END
004530             CONTINUE
004540         NOT AT END
004550             MOVE SPACES TO WS-EVENT-STAMP
004560             STRING QA-RUN-DATE QA-RUN-TIME DELIMITED BY SIZE
004570                 INTO WS-EVENT-STAMP
004580             PERFORM CHECK-IN-WINDOW
004590             IF WS-IN-WINDOW
004600                 PERFORM POST-AUDIT-EVENT
004610             END-IF
004620     END-READ.
004630
004640 POST-AUDIT-EVENT.
004650     MOVE QA-JOB-NAME TO WS-LOOK-JOB-NAME.
004660     MOVE QA-STEP-NAME TO WS-LOOK-STEP-NAME.
004670     MOVE QA-QUESTION-ID TO WS-LOOK-QUESTION-ID.
004680     PERFORM FIND-BOARD-ENTRY.
004690     IF SX NOT > WS-EXPECT-COUNT
004700         MOVE WS-EVENT-STAMP TO SB-LAST-STAMP(SX)
004710         MOVE QA-EVENT-TYPE TO SB-LAST-EVENT(SX)
004720         EVALUATE TRUE
004730             WHEN QA-EVENT-ANSWER
004740             WHEN QA-EVENT-SKIPPED
004750                 MOVE WS-EVENT-STAMP TO SB-ANSWER-STAMP(SX)
004760                 MOVE QA-EVENT-TYPE TO SB-ANSWER-EVENT(SX)
004770                 MOVE QA-RESULT TO SB-ANSWER-RESULT(SX)
004780                 IF QA-EVENT-STAGED
004790                     MOVE QA-APPROVER-ID
004800                         TO SB-ANSWER-OPERATOR(SX)
004810                 ELSE
004820                     MOVE QA-OPERATOR-ID
004830                         TO SB-ANSWER-OPERATOR(SX)
004840                 END-IF
004850             WHEN QA-EVENT-RETRY-ABORT
004860             WHEN QA-EVENT-DEADLINE
004870                 MOVE WS-EVENT-STAMP TO SB-ABORT-STAMP(SX)
004880                 MOVE QA-EVENT-TYPE TO SB-ABORT-EVENT(SX)
004890             WHEN QA-EVENT-INVALID
004900                 ADD 1 TO SB-INVALID-COUNT(SX)
004910                 ADD 1 TO WS-TOTAL-INVALID
004920             WHEN QA-EVENT-VERIFY-FAIL
004930                 ADD 1 TO SB-VERIFY-FAIL-COUNT(SX)
004940                 ADD 1 TO WS-TOTAL-VERIFY-FAIL
004950         END-EVALUATE
004960     END-IF.
004970
004980*----------------------------------------------------------------
004990* SCAN-STAGED-ANSWERS - A QSTAGE RECORD FOR AN EXPECTED DECISION
005000* POINT IS AN APPROVED ANSWER NOT YET CONSUMED (QUESTION DELETES
005010* IT WHEN IT IS). ONE PAST ITS EXPIRY WILL NOT BE USED, AND THE
005020* PROMPT WILL GO TO THE CONSOLE INSTEAD.
005030*----------------------------------------------------------------
005040 SCAN-STAGED-ANSWERS.
005050     OPEN INPUT QSTAGE-FILE.
005060     IF WS-QSTAGE-STATUS EQUAL "00"
005070         PERFORM SCAN-ONE-STAGED-RECORD
005080             UNTIL WS-QSTAGE-STATUS NOT EQUAL "00"
005090         CLOSE QSTAGE-FILE
005100     END-IF.
005110
005120 SCAN-ONE-STAGED-RECORD.
005130     READ QSTAGE-FILE NEXT RECORD
005140         AT END
005150             CONTINUE
005160         NOT AT END
005170             MOVE QS-JOB-NAME TO WS-LOOK-JOB-NAME
005180             MOVE QS-STEP-NAME TO WS-LOOK-STEP-NAME
005190             MOVE QS-QUESTION-ID TO WS-LOOK-QUESTION-ID
005200             PERFORM FIND-BOARD-ENTRY
005210             IF SX NOT > WS-EXPECT-COUNT
005220                 MOVE QS-APPROVER-ID TO SB-STAGED-APPROVER(SX)
005230                 MOVE SPACES TO SB-STAGED-EXPIRY(SX)
005240                 STRING QS-EXPIRY-DATE QS-EXPIRY-TIME
005250                     DELIMITED BY SIZE
005260                     INTO SB-STAGED-EXPIRY(SX)
005270                 IF SB-STAGED-EXPIRY(SX) < WS-NOW-STAMP
005280                     SET SB-STAGED-EXPIRED(SX) TO TRUE
005290                 ELSE
005300                     SET SB-STAGED-WAITING(SX) TO TRUE
005310                 END-IF
005320             END-IF
005330     END-READ.
005340
005350*----------------------------------------------------------------
005360* SCAN-ALERTS - AN ABORT ("E") ALERT IN THE WINDOW STILL ON
005370* QALERT HAS NOT BEEN CLEARED BY THE CONSOLE. THIS IS ALSO THE
005380* ONLY RECORD OF AN RC=91/92/93 ABORT, WHICH WRITES NO QAUDIT
005390* EVENT. THE READINESS AND RECONCILE WARNINGS ("W") ARE NOT
005400* ABOUT ONE RUN OF A DECISION POINT AND ARE LEFT OFF.
005410*----------------------------------------------------------------
005420 SCAN-ALERTS.
005430     OPEN INPUT QALERT-FILE.
005440     IF WS-QALERT-STATUS EQUAL "00"
005445         SET WS-QALERT-READ TO TRUE
005450         PERFORM SCAN-ONE-ALERT-RECORD
005460             UNTIL WS-QALERT-STATUS NOT EQUAL "00"
005470         CLOSE QALERT-FILE
005480     END-IF.
005490
005500 SCAN-ONE-ALERT-RECORD.
005510     READ QALERT-FILE
005520         AT END
005530             CONTINUE
005540         NOT AT END
005550             IF QL-SEVERITY-ERROR
005560                 MOVE SPACES TO WS-EVENT-STAMP
005570                 STRING QL-RUN-DATE QL-RUN-TIME DELIMITED BY SIZE
005580                     INTO WS-EVENT-STAMP
005590                 PERFORM CHECK-IN-WINDOW
005600                 IF WS-IN-WINDOW
005610                     PERFORM POST-ALERT
005620                 END-IF
005630             END-IF
005640     END-READ.
005650
005660 POST-ALERT.
005670     MOVE QL-JOB-NAME TO WS-LOOK-JOB-NAME.
005680     MOVE QL-STEP-NAME TO WS-LOOK-STEP-NAME.
005690     MOVE QL-QUESTION-ID TO WS-LOOK-QUESTION-ID.
005700     PERFORM FIND-BOARD-ENTRY.
005710     IF SX NOT > WS-EXPECT-COUNT
005720         IF WS-EVENT-STAMP NOT < SB-ALERT-STAMP(SX)
005730             MOVE WS-EVENT-STAMP TO SB-ALERT-STAMP(SX)
005740             MOVE QL-ALERT-CODE TO SB-ALERT-CODE(SX)
005750         END-IF
005760     END-IF.
005770
005780*----------------------------------------------------------------
005790* SET-ONE-STATUS - WHERE THE DECISION POINT STANDS. AN ANSWER
005800* AT OR AFTER THE LATEST ALERT AND ABORT SETTLES IT; OTHERWISE
005810* AN OUTSTANDING ALERT, THEN AN AUDITED ABORT, THEN A STAGED
005820* ANSWER STILL TO BE USED, THEN FUMBLES WITH NO ANSWER.
005830*----------------------------------------------------------------
005840 SET-ONE-STATUS.
005850     EVALUATE TRUE
005860         WHEN SB-ANSWER-STAMP(SX) NOT EQUAL SPACES
005870          AND SB-ANSWER-STAMP(SX) NOT < SB-ALERT-STAMP(SX)
005880          AND SB-ANSWER-STAMP(SX) NOT < SB-ABORT-STAMP(SX)
005890             EVALUATE SB-ANSWER-EVENT(SX)
005900                 WHEN "D"
005910                     SET SB-DEFAULTED(SX) TO TRUE
005920                     ADD 1 TO WS-COUNT-DEFAULTED
005930                 WHEN "K"
005940                     SET SB-SKIPPED(SX) TO TRUE
005950                     ADD 1 TO WS-COUNT-SKIPPED
005960                 WHEN OTHER
005970                     SET SB-ANSWERED(SX) TO TRUE
005980                     ADD 1 TO WS-COUNT-ANSWERED
005990             END-EVALUATE
006000         WHEN SB-ALERT-STAMP(SX) NOT EQUAL SPACES
006010             SET SB-ABORTED-ALERT(SX) TO TRUE
006020             ADD 1 TO WS-COUNT-ABORTED-ALERT
006030         WHEN SB-ABORT-STAMP(SX) NOT EQUAL SPACES
006040             SET SB-ABORTED-CLEARED(SX) TO TRUE
006050             ADD 1 TO WS-COUNT-ABORTED-CLEARED
006060         WHEN SB-STAGED-WAITING(SX)
006070             SET SB-STAGED(SX) TO TRUE
006080             ADD 1 TO WS-COUNT-STAGED
006090         WHEN SB-INVALID-COUNT(SX) > ZERO
006100           OR SB-VERIFY-FAIL-COUNT(SX) > ZERO
006110             SET SB-NO-ANSWER-YET(SX) TO TRUE
006120             ADD 1 TO WS-COUNT-NO-ANSWER-YET
006130         WHEN OTHER
006140             SET SB-NOT-REACHED(SX) TO TRUE
006150             ADD 1 TO WS-COUNT-NOT-REACHED
006160     END-EVALUATE.
006170     IF SB-TO-COVER(SX)
006180         ADD 1 TO WS-COUNT-TO-COVER
006190     END-IF.
006200
006210*----------------------------------------------------------------
006220* WRITE-BOARD-HEADING - TITLE AND COLUMN HEADINGS.
006230*----------------------------------------------------------------
006240 WRITE-BOARD-HEADING.
006250     MOVE WS-RUN-DATE TO WS-TL-RUN-DATE.
006260     MOVE WS-CLOSE-DATE TO WS-TL-CLOSE-DATE.
006270     MOVE WS-CLOSE-TIME TO WS-TL-CLOSE-TIME.
006280     MOVE WS-NOW-STAMP TO WS-EDIT-SOURCE.
006290     PERFORM FORMAT-STAMP.
006300     MOVE WS-EDIT-STAMP TO WS-TL-AS-OF.
006310     MOVE WS-TITLE-LINE TO QB-PRINT-LINE.
006320     WRITE QB-PRINT-LINE.
006330     IF WS-EXPECT-FULL
006340         MOVE "*** QEXPECT LONGER THAN THE BOARD - NOT ALL"
006350             TO QB-PRINT-LINE
006355         MOVE "DECISION POINTS SHOWN" TO QB-PRINT-LINE(45:21)
006360         WRITE QB-PRINT-LINE
006370     END-IF.
006380     IF NOT WS-QALERT-READ
006390         MOVE "*** QALERT NOT AVAILABLE - ABORTS WITHOUT A"
006400             TO QB-PRINT-LINE
006405         MOVE "QAUDIT EVENT CANNOT BE SHOWN"
006406             TO QB-PRINT-LINE(45:28)
006410         WRITE QB-PRINT-LINE
006420     END-IF.
006430     MOVE SPACES TO QB-PRINT-LINE.
006440     WRITE QB-PRINT-LINE.
006450     MOVE WS-COLUMN-HEADING-LINE TO QB-PRINT-LINE.
006460     WRITE QB-PRINT-LINE.
006470
006480*----------------------------------------------------------------
006490* WRITE-BOARD-LINE - ONE DECISION POINT, AND UNDER ONE STILL TO
006500* COVER ITS OWNER FROM QOWNER, WHEN IT HAS ONE.
006510*----------------------------------------------------------------
006520 WRITE-BOARD-LINE.
006530     MOVE SPACES TO WS-DETAIL-LINE.
006540     MOVE SB-JOB-NAME(SX) TO WS-DL-JOB-NAME.
006550     MOVE SB-STEP-NAME(SX) TO WS-DL-STEP-NAME.
006560     MOVE SB-QUESTION-ID(SX) TO WS-DL-QUESTION-ID.
006570     PERFORM SET-STATUS-TEXT.
006580     MOVE WS-CV-STATUS TO WS-DL-STATUS.
006590     MOVE WS-CV-NOTE TO WS-DL-NOTE.
006600     IF SB-LAST-STAMP(SX) NOT EQUAL SPACES
006610         MOVE SB-LAST-STAMP(SX) TO WS-EDIT-SOURCE
006620         PERFORM FORMAT-STAMP
006630         MOVE WS-EDIT-STAMP TO WS-DL-LAST-EVENT-TIME
006640         MOVE SB-LAST-EVENT(SX) TO WS-DL-LAST-EVENT
006650     ELSE
006660         MOVE "(NONE)" TO WS-DL-LAST-EVENT-TIME
006670     END-IF.
006680     MOVE SB-INVALID-COUNT(SX) TO WS-DL-INVALID.
006690     MOVE SB-VERIFY-FAIL-COUNT(SX) TO WS-DL-VERIFY-FAIL.
006700     MOVE WS-DETAIL-LINE TO QB-PRINT-LINE.
006710     WRITE QB-PRINT-LINE.
006720
006730     IF SB-TO-COVER(SX) AND WS-QOWNER-OPEN
006740         MOVE SB-QUESTION-ID(SX) TO QZ-QUESTION-ID
006750         READ QOWNER-FILE
006760             INVALID KEY
006770                 CONTINUE
006780             NOT INVALID KEY
006790                 MOVE QZ-APPLICATION-ID TO WS-OL-APPLICATION
006800                 MOVE QZ-TEAM-ID TO WS-OL-TEAM
006810                 MOVE QZ-PRIMARY-CONTACT TO WS-OL-CONTACT
006820                 MOVE QZ-BACKUP-CONTACT TO WS-OL-BACKUP
006830                 MOVE WS-OWNER-LINE TO QB-PRINT-LINE
006840                 WRITE QB-PRINT-LINE
006850         END-READ
006860     END-IF.
006870
006880*----------------------------------------------------------------
006890* SET-STATUS-TEXT - THE STATUS WORDS AND NOTE FOR BOARD ENTRY SX,
006900* LEFT IN WS-CV-STATUS AND WS-CV-NOTE FOR THE BOARD LINE AND THE
006910* HANDOVER LIST.
006920*----------------------------------------------------------------
006930 SET-STATUS-TEXT.
006940     MOVE SPACES TO WS-CV-STATUS WS-CV-NOTE.
006950     EVALUATE TRUE
006960         WHEN SB-ANSWERED(SX)
006970             MOVE "ANSWERED" TO WS-CV-STATUS
006980             EVALUATE SB-ANSWER-EVENT(SX)
006990                 WHEN "S"
007000                     STRING "STAGED ANSWER "
007005                         FUNCTION TRIM(SB-ANSWER-RESULT(SX))
007010                         " APPROVED BY " SB-ANSWER-OPERATOR(SX)
007020                         DELIMITED BY SIZE INTO WS-CV-NOTE
007030                 WHEN "R"
007040                     STRING "RESTART REUSED "
007045                         FUNCTION TRIM(SB-ANSWER-RESULT(SX))
007050                         DELIMITED BY SIZE INTO WS-CV-NOTE
007060                 WHEN OTHER
007070                     STRING FUNCTION TRIM(SB-ANSWER-RESULT(SX))
007075                         " KEYED BY "
007080                         SB-ANSWER-OPERATOR(SX)
007090                         DELIMITED BY SIZE INTO WS-CV-NOTE
007100             END-EVALUATE
007110         WHEN SB-DEFAULTED(SX)
007120             MOVE "DEFAULTED" TO WS-CV-STATUS
007130             STRING "DEFAULT "
007135                 FUNCTION TRIM(SB-ANSWER-RESULT(SX)) " TAKEN"
007140                 DELIMITED BY SIZE INTO WS-CV-NOTE
007150         WHEN SB-SKIPPED(SX)
007160             MOVE "SKIPPED" TO WS-CV-STATUS
007170             MOVE "SKIPPED BY ITS SCRIPT CONDITION" TO WS-CV-NOTE
007180         WHEN SB-ABORTED-ALERT(SX)
007190             MOVE "ABORTED-ALERT" TO WS-CV-STATUS
007200             STRING "QALERT " SB-ALERT-CODE(SX)
007210                 " OUTSTANDING - STEP NEEDS A RERUN"
007220                 DELIMITED BY SIZE INTO WS-CV-NOTE
007230         WHEN SB-ABORTED-CLEARED(SX)
007240             MOVE "ABORTED-CLEARED" TO WS-CV-STATUS
007250             IF SB-ABORT-EVENT(SX) EQUAL "T"
007260                 MOVE "DEADLINE EXPIRED - ALERT CLEARED, NO RERUN"
007270                     TO WS-CV-NOTE
007280             ELSE
007290                 MOVE "RETRY ABORT - ALERT CLEARED, NOT RERUN"
007300                     TO WS-CV-NOTE
007310             END-IF
007320         WHEN SB-STAGED(SX)
007330             MOVE "STAGED-WAITING" TO WS-CV-STATUS
007340             STRING "APPROVED BY "
007345                 FUNCTION TRIM(SB-STAGED-APPROVER(SX))
007350                 " - EXPIRES " SB-STAGED-EXPIRY(SX)(1:8)
007360                 " " SB-STAGED-EXPIRY(SX)(9:4)
007370                 DELIMITED BY SIZE INTO WS-CV-NOTE
007380         WHEN SB-NO-ANSWER-YET(SX)
007390             MOVE "NO ANSWER YET" TO WS-CV-STATUS
007400             MOVE "PROMPTED - FUMBLED, NOT YET ANSWERED"
007410                 TO WS-CV-NOTE
007420         WHEN OTHER
007430             MOVE "NOT REACHED" TO WS-CV-STATUS
007440             IF SB-STAGED-EXPIRED(SX)
007450                 STRING "STAGED ANSWER EXPIRED "
007460                     SB-STAGED-EXPIRY(SX)(1:8) " "
007470                     SB-STAGED-EXPIRY(SX)(9:4)
007480                     " - WILL PROMPT"
007490                     DELIMITED BY SIZE INTO WS-CV-NOTE
007500             END-IF
007510     END-EVALUATE.
007520
007530*----------------------------------------------------------------
007540* FORMAT-STAMP - WS-EDIT-SOURCE (YYYYMMDDHHMMSSCC) AS
007550* YYYY-MM-DD HH:MM:SS IN WS-EDIT-STAMP.
007560*----------------------------------------------------------------
007570 FORMAT-STAMP.
007580     MOVE WS-EDIT-SOURCE(1:4) TO WS-ES-YEAR.
007590     MOVE WS-EDIT-SOURCE(5:2) TO WS-ES-MONTH.
007600     MOVE WS-EDIT-SOURCE(7:2) TO WS-ES-DAY.
007610     MOVE WS-EDIT-SOURCE(9:2) TO WS-ES-HOUR.
007620     MOVE WS-EDIT-SOURCE(11:2) TO WS-ES-MINUTE.
007630     MOVE WS-EDIT-SOURCE(13:2) TO WS-ES-SECOND.
007640
007650*----------------------------------------------------------------
007660* WRITE-HANDOVER-SUMMARY - THE COUNTS, THEN EVERY DECISION POINT
007670* STILL TO COVER, MOST URGENT FIRST: OUTSTANDING ALERTS, CLEARED
007680* ABORTS NOT YET RERUN, PROMPTS WITH NO ANSWER, NOT REACHED, AND
007690* STAGED ANSWERS WAITING FOR THEIR STEP.
007700*----------------------------------------------------------------
007710 WRITE-HANDOVER-SUMMARY.
007720     MOVE SPACES TO QB-PRINT-LINE.
007730     WRITE QB-PRINT-LINE.
007740     MOVE "SHIFT HANDOVER SUMMARY" TO QB-PRINT-LINE.
007750     WRITE QB-PRINT-LINE.
007760     MOVE "DECISION POINTS EXPECTED TONIGHT" TO WS-SL-LABEL.
007770     MOVE WS-EXPECT-COUNT TO WS-SL-COUNT.
007780     PERFORM WRITE-SUMMARY-LINE.
007790     MOVE "  ANSWERED" TO WS-SL-LABEL.
007800     MOVE WS-COUNT-ANSWERED TO WS-SL-COUNT.
007810     PERFORM WRITE-SUMMARY-LINE.
007820     MOVE "  DEFAULTED" TO WS-SL-LABEL.
007830     MOVE WS-COUNT-DEFAULTED TO WS-SL-COUNT.
007840     PERFORM WRITE-SUMMARY-LINE.
007850     MOVE "  SKIPPED BY SCRIPT CONDITION" TO WS-SL-LABEL.
007860     MOVE WS-COUNT-SKIPPED TO WS-SL-COUNT.
007870     PERFORM WRITE-SUMMARY-LINE.
007880     MOVE "  STILL TO COVER" TO WS-SL-LABEL.
007890     MOVE WS-COUNT-TO-COVER TO WS-SL-COUNT.
007900     PERFORM WRITE-SUMMARY-LINE.
007910     MOVE "    ABORTED - QALERT OUTSTANDING" TO WS-SL-LABEL.
007920     MOVE WS-COUNT-ABORTED-ALERT TO WS-SL-COUNT.
007930     PERFORM WRITE-SUMMARY-LINE.
007940     MOVE "    ABORTED - ALERT CLEARED, NOT RERUN" TO WS-SL-LABEL.
007950     MOVE WS-COUNT-ABORTED-CLEARED TO WS-SL-COUNT.
007960     PERFORM WRITE-SUMMARY-LINE.
007970     MOVE "    PROMPTED, NO ANSWER YET" TO WS-SL-LABEL.
007980     MOVE WS-COUNT-NO-ANSWER-YET TO WS-SL-COUNT.
007990     PERFORM WRITE-SUMMARY-LINE.
008000     MOVE "    NOT YET REACHED" TO WS-SL-LABEL.
008010     MOVE WS-COUNT-NOT-REACHED TO WS-SL-COUNT.
008020     PERFORM WRITE-SUMMARY-LINE.
008030     MOVE "    STAGED, WAITING FOR THEIR STEP" TO WS-SL-LABEL.
008040     MOVE WS-COUNT-STAGED TO WS-SL-COUNT.
008050     PERFORM WRITE-SUMMARY-LINE.
008060     MOVE "INVALID ENTRIES (I) SO FAR" TO WS-SL-LABEL.
008070     MOVE WS-TOTAL-INVALID TO WS-SL-COUNT.
008080     PERFORM WRITE-SUMMARY-LINE.
008090     MOVE "FAILED VERIFICATIONS (V) SO FAR" TO WS-SL-LABEL.
008100     MOVE WS-TOTAL-VERIFY-FAIL TO WS-SL-COUNT.
008110     PERFORM WRITE-SUMMARY-LINE.
008120
008130     MOVE SPACES TO QB-PRINT-LINE.
008140     WRITE QB-PRINT-LINE.
008150     IF WS-COUNT-TO-COVER EQUAL ZERO
008160         MOVE "NOTHING LEFT TO COVER - EVERY EXPECTED DECISION"
008170             TO QB-PRINT-LINE
008175         MOVE "POINT HAS BEEN TAKEN" TO QB-PRINT-LINE(49:20)
008180         WRITE QB-PRINT-LINE
008190     ELSE
008200         MOVE WS-COUNT-TO-COVER TO WS-EDIT-COUNT
008210         MOVE SPACES TO QB-PRINT-LINE
008220         STRING "THE INCOMING SHIFT STILL HAS TO COVER "
008230             WS-EDIT-COUNT
008235             " DECISION POINT(S), MOST URGENT FIRST:"
008240             DELIMITED BY SIZE INTO QB-PRINT-LINE
008250         WRITE QB-PRINT-LINE
008260         PERFORM LIST-ONE-URGENCY
008270             VARYING WS-URGENCY-POS FROM 1 BY 1
008280             UNTIL WS-URGENCY-POS > 5
008290     END-IF.
008300
008310 WRITE-SUMMARY-LINE.
008320     MOVE WS-SUMMARY-LINE TO QB-PRINT-LINE.
008330     WRITE QB-PRINT-LINE.
008340
008350 LIST-ONE-URGENCY.
008360     MOVE WS-URGENCY-ORDER(WS-URGENCY-POS:1) TO WS-LIST-STATUS.
008370     PERFORM LIST-ONE-TO-COVER
008380         VARYING SX FROM 1 BY 1 UNTIL SX > WS-EXPECT-COUNT.
008390
008400 LIST-ONE-TO-COVER.
008410     IF SB-STATUS(SX) EQUAL WS-LIST-STATUS
008420         PERFORM SET-STATUS-TEXT
008430         MOVE SB-JOB-NAME(SX) TO WS-CV-JOB-NAME
008440         MOVE SB-STEP-NAME(SX) TO WS-CV-STEP-NAME
008450         MOVE SB-QUESTION-ID(SX) TO WS-CV-QUESTION-ID
008460         MOVE WS-COVER-LINE TO QB-PRINT-LINE
008470         WRITE QB-PRINT-LINE
008480     END-IF.
