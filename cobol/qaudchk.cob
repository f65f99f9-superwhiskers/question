000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. INTEGRITY CHECK OF THE
000050*                  QAUDIT TRAIL: WALKS THE QAUDARCH GENERATIONS
000060*                  AND THE LIVE QAUDIT IN ORDER, HOLDING EVERY
000070*                  RECORD TO ITS SEQUENCE NUMBER AND CHAIN CHECK
000080*                  VALUE, AND THE END OF THE TRAIL TO QAUDCTL, SO
000090*                  A DELETED, INSERTED, REORDERED, OR EDITED
000100*                  RECORD SHOWS UP ON THE REPORT INSTEAD OF
000110*                  GOING UNNOTICED.
000112* 2026-10-15  RPH  QALERT NOW CARRIES THE DECISION POINT'S OWNER
000114*                  FOR ROUTING; THE INTEGRITY ALERT IS FOR THE
000116*                  WHOLE TRAIL, SO ITS OWNER FIELDS GO OUT BLANK.
000120*----------------------------------------------------------------
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. qaudchk.
000160 AUTHOR. R P HALVORSEN.
000170 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200
000210*----------------------------------------------------------------
000220* QAUDCHK PROVES THE QAUDIT TRAIL COMPLETE AND UNALTERED. EVERY
000230* RECORD QUESTION APPENDS CARRIES A SEQUENCE NUMBER, ONE HIGHER
000240* THAN THE RECORD BEFORE IT ACROSS THE WHOLE TRAIL, AND A CHAIN
000250* CHECK VALUE COMPUTED OVER THE RECORD AND SEEDED WITH THE
000260* PREVIOUS RECORD'S CHAIN VALUE (SEE QAUDREC AND QACTREC). THIS
000270* PROGRAM READS THE ARCHIVE GENERATIONS ON THE QAUDARC1 THRU
000280* QAUDARC4 DDS - OLDEST ON QAUDARC1, NEWEST ON THE HIGHEST DD
000290* ALLOCATED; ANY NOT ALLOCATED IS SIMPLY SKIPPED - AND THEN THE
000300* LIVE QAUDIT, AS ONE CONTINUOUS TRAIL, AND REPORTS:
000310*
000320*   1. GAPS - ONE OR MORE SEQUENCE NUMBERS MISSING;
000330*   2. RECORDS OUT OF SEQUENCE OR REPEATED;
000340*   3. ALTERED RECORDS - THE CHAIN VALUE RECOMPUTED FROM THE
000350*      RECORD AND ITS PREDECESSOR DOES NOT MATCH THE ONE STORED;
000360*   4. BROKEN LINKS AT A FILE BOUNDARY - ANY OF THE ABOVE ON THE
000370*      FIRST RECORD OF A FILE, NAMED AS A BOUNDARY BREAK BETWEEN
000380*      THE TWO FILES, SINCE THAT IS WHERE QARCHIV CUTS THE TRAIL;
000390*   5. THE END OF THE TRAIL AGAINST THE QAUDCTL HIGH-WATER MARK,
000400*      SO RECORDS CUT FROM THE TAIL, WHERE NO LATER RECORD WOULD
000410*      SHOW THE GAP, ARE CAUGHT AS WELL.
000420*
000430* RECORDS WRITTEN BEFORE THE TRAIL WAS CHAINED CARRY A ZERO
000440* SEQUENCE NUMBER; THEY ARE COUNTED BUT NOT CHECKED, AS LONG AS
000450* THEY ALL COME BEFORE THE FIRST CHAINED RECORD. THE FIRST
000460* CHAINED RECORD FOUND IS TAKEN AS THE STARTING POINT (AND IS
000470* VERIFIED FROM A ZERO SEED WHEN IT IS SEQUENCE 1); A TRAIL THAT
000480* PICKS UP LATER MEANS THE OLDER GENERATIONS WERE NOT SUPPLIED,
000490* AND THE REPORT SAYS SO.
000500*
000510* THE RUN ENDS WITH RC=8, AND A "W"/RC08 RECORD ON QALERT, WHEN
000520* ANY EXCEPTION IS REPORTED, AND RC=0 WHEN THE TRAIL CHECKS
000530* CLEAN.
000540*----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT QAUDIT-FILE ASSIGN TO "QAUDIT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-QAUDIT-STATUS.
000620
000630     SELECT QAUDARC1-FILE ASSIGN TO "QAUDARC1"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-QAUDARC1-STATUS.
000660
000670     SELECT QAUDARC2-FILE ASSIGN TO "QAUDARC2"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-QAUDARC2-STATUS.
000700
000710     SELECT QAUDARC3-FILE ASSIGN TO "QAUDARC3"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-QAUDARC3-STATUS.
000740
000750     SELECT QAUDARC4-FILE ASSIGN TO "QAUDARC4"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-QAUDARC4-STATUS.
000780
000790     SELECT QAUDCTL-FILE ASSIGN TO "QAUDCTL"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-QAUDCTL-STATUS.
000820
000830     SELECT QAUDCHK-FILE ASSIGN TO "QAUDCHK"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-QAUDCHK-STATUS.
000860
000870     SELECT QALERT-FILE ASSIGN TO "QALERT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-QALERT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------
000940* THE LIVE FILE AND THE FOUR ARCHIVE DDS ALL CARRY THE QAUDREC
000950* LAYOUT, COPIED UNCHANGED AND QUALIFIED BY FILE NAME WHERE A
000960* RECORD IS MOVED OUT TO THE CHECK AREA, AS IN QINQUIR.
000970*----------------------------------------------------------------
000980 FD  QAUDIT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY QAUDREC.
001010
001020 FD  QAUDARC1-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY QAUDREC.
001050
001060 FD  QAUDARC2-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY QAUDREC.
001090
001100 FD  QAUDARC3-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY QAUDREC.
001130
001140 FD  QAUDARC4-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY QAUDREC.
001170
001180 FD  QAUDCTL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY QACTREC.
001210
001220 FD  QAUDCHK-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  QH-PRINT-LINE                   PIC X(132).
001250
001260 FD  QALERT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY QALTREC.
001290
001300 WORKING-STORAGE SECTION.
001310 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
001320 01  WS-QAUDARC1-STATUS              PIC X(02) VALUE SPACES.
001330 01  WS-QAUDARC2-STATUS              PIC X(02) VALUE SPACES.
001340 01  WS-QAUDARC3-STATUS              PIC X(02) VALUE SPACES.
001350 01  WS-QAUDARC4-STATUS              PIC X(02) VALUE SPACES.
001360 01  WS-QAUDCTL-STATUS               PIC X(02) VALUE SPACES.
001370 01  WS-QAUDCHK-STATUS               PIC X(02) VALUE SPACES.
001380 01  WS-QALERT-STATUS                PIC X(02) VALUE SPACES.
001390
001400 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
001410
001420*----------------------------------------------------------------
001430* THE RECORD BEING CHECKED, WHICHEVER FILE IT CAME FROM.
001440*----------------------------------------------------------------
001450     COPY QAUDREC
001460         REPLACING ==QA-AUDIT-RECORD== BY ==CK-AUDIT-RECORD==
001470                   ==QA-RUN-DATE==     BY ==CK-RUN-DATE==
001480                   ==QA-RUN-TIME==     BY ==CK-RUN-TIME==
001490                   ==QA-JOB-NAME==     BY ==CK-JOB-NAME==
001500                   ==QA-STEP-NAME==    BY ==CK-STEP-NAME==
001510                   ==QA-QUESTION-ID==  BY ==CK-QUESTION-ID==
001520                   ==QA-OPERATOR-ID==  BY ==CK-OPERATOR-ID==
001530                   ==QA-SECOND-OPERATOR-ID==
001540                           BY ==CK-SECOND-OPERATOR-ID==
001550                   ==QA-APPROVER-ID==
001560                           BY ==CK-APPROVER-ID==
001570                   ==QA-SHIFT-CODE==   BY ==CK-SHIFT-CODE==
001580                   ==QA-EVENT-TYPE==   BY ==CK-EVENT-TYPE==
001590                   ==QA-EVENT-ANSWERED==
001600                           BY ==CK-EVENT-ANSWERED==
001610                   ==QA-EVENT-DEFAULTED==
001620                           BY ==CK-EVENT-DEFAULTED==
001630                   ==QA-EVENT-RESTART-REUSE==
001640                           BY ==CK-EVENT-RESTART-REUSE==
001650                   ==QA-EVENT-INVALID==
001660                           BY ==CK-EVENT-INVALID==
001670                   ==QA-EVENT-RETRY-ABORT==
001680                           BY ==CK-EVENT-RETRY-ABORT==
001690                   ==QA-EVENT-DEADLINE==
001700                           BY ==CK-EVENT-DEADLINE==
001710                   ==QA-EVENT-STAGED==
001720                           BY ==CK-EVENT-STAGED==
001730                   ==QA-EVENT-SKIPPED==
001740                           BY ==CK-EVENT-SKIPPED==
001750                   ==QA-EVENT-VERIFY-FAIL==
001760                           BY ==CK-EVENT-VERIFY-FAIL==
001770                   ==QA-EVENT-ANSWER== BY ==CK-EVENT-ANSWER==
001780                   ==QA-PROMPT-TEXT==  BY ==CK-PROMPT-TEXT==
001790                   ==QA-RESULT==       BY ==CK-RESULT==
001800                   ==QA-RESPONSE-SECS==
001810                           BY ==CK-RESPONSE-SECS==
001811                   ==QA-OPTION-EFFECTIVE==
001812                           BY ==CK-OPTION-EFFECTIVE==
001820                   ==QA-SEQUENCE-NO==  BY ==CK-SEQUENCE-NO==
001830                   ==QA-CHAIN-VALUE==  BY ==CK-CHAIN-VALUE==.
001840
001850*----------------------------------------------------------------
001860* AUDIT-CHAIN WORK AREAS. THE MULTIPLIER, MODULUS, AND CHAINED
001870* LENGTH MUST BE THE SAME AS IN QUESTION'S WRITE-EVENT-RECORD -
001880* CHANGE ONE PROGRAM AND YOU MUST CHANGE BOTH, OR EVERY RECORD
001890* WRITTEN FROM THEN ON WILL REPORT AS ALTERED.
001900*----------------------------------------------------------------
001910 01  WS-CHAIN-SEED                   PIC 9(09) VALUE ZERO.
001920 01  WS-CHAIN-WORK                   PIC 9(11) VALUE ZERO.
001930 01  WS-CHAIN-POS                    PIC 9(03) VALUE ZERO.
001940 01  WS-CHAIN-MULTIPLIER             PIC 9(03) VALUE 31.
001950 01  WS-CHAIN-MODULUS                PIC 9(09) VALUE 999999937.
001960 01  WS-CHAINED-LENGTH               PIC 9(03) VALUE 139.
001970
001980*----------------------------------------------------------------
001990* WHERE THE WALK HAS GOT TO: THE LAST CHAINED RECORD ACCEPTED
002000* AND THE FILE IT CAME FROM, AND WHETHER THE RECORD IN HAND IS
002010* THE FIRST ONE READ FROM ITS FILE (A BOUNDARY RECORD).
002020*----------------------------------------------------------------
002030 01  WS-CHAIN-STARTED-FLAG           PIC X(01) VALUE "N".
002040     88  WS-CHAIN-STARTED            VALUE "Y".
002050 01  WS-FIRST-IN-FILE-FLAG           PIC X(01) VALUE "N".
002060     88  WS-FIRST-IN-FILE            VALUE "Y".
002070 01  WS-LAST-SEQUENCE-NO             PIC 9(09) VALUE ZERO.
002080 01  WS-LAST-CHAIN-VALUE             PIC 9(09) VALUE ZERO.
002090 01  WS-LAST-FILE-NAME               PIC X(08) VALUE SPACES.
002100 01  WS-EXPECTED-SEQUENCE-NO         PIC 9(09) VALUE ZERO.
002110 01  WS-MISSING-COUNT                PIC 9(09) VALUE ZERO.
002115 01  WS-BREAK-DETAIL                 PIC X(40) VALUE SPACES.
002120
002130*----------------------------------------------------------------
002140* ONE ENTRY PER INPUT FILE, IN THE ORDER WALKED, FOR THE FILES-
002150* CHECKED SECTION OF THE REPORT. WS-FILE-INDEX POINTS AT THE
002160* FILE BEING READ.
002170*----------------------------------------------------------------
002180 01  WS-FILE-INDEX                   PIC 9(01) VALUE ZERO.
002190 01  WS-FILE-TABLE.
002200     05  WF-ENTRY OCCURS 5 TIMES INDEXED BY FX.
002210         10  WF-FILE-NAME            PIC X(08).
002220         10  WF-ALLOCATED-FLAG       PIC X(01).
002230             88  WF-ALLOCATED        VALUE "Y".
002240         10  WF-RECORD-COUNT         PIC 9(07).
002250         10  WF-UNCHAINED-COUNT      PIC 9(07).
002260         10  WF-FIRST-SEQUENCE-NO    PIC 9(09).
002270         10  WF-LAST-SEQUENCE-NO     PIC 9(09).
002280
002290 01  WS-TOTAL-RECORD-COUNT           PIC 9(09) VALUE ZERO.
002300 01  WS-EXCEPTION-COUNT              PIC 9(05) VALUE ZERO.
002310
002320*----------------------------------------------------------------
002330* REPORT LINE LAYOUTS
002340*----------------------------------------------------------------
002350 01  WS-TITLE-LINE.
002360     05  FILLER                      PIC X(42) VALUE
002370         "QAUDCHK - AUDIT TRAIL INTEGRITY CHECK".
002380     05  FILLER                      PIC X(06) VALUE "DATE: ".
002390     05  WS-TL-DATE                  PIC X(08).
002400
002410 01  WS-SECTION-LINE                 PIC X(60) VALUE SPACES.
002420
002430 01  WS-COLUMN-LINE.
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  FILLER                      PIC X(10) VALUE "FILE".
002460     05  FILLER                      PIC X(09) VALUE "RECORD".
002470     05  FILLER                      PIC X(11) VALUE "SEQUENCE".
002480     05  FILLER                      PIC X(09) VALUE "EXCEPTION".
002490
002500 01  WS-DETAIL-LINE.
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  WS-DL-FILE-NAME             PIC X(08).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  WS-DL-RECORD-NO             PIC Z(06)9.
002550     05  FILLER                      PIC X(02) VALUE SPACES.
002560     05  WS-DL-SEQUENCE-NO           PIC Z(08)9.
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  WS-DL-NOTE                  PIC X(70).
002590
002600 01  WS-FILE-LINE.
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  WS-FL-FILE-NAME             PIC X(08).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  WS-FL-NOTE                  PIC X(80).
002650
002660 01  WS-FILE-COUNTS.
002670     05  WS-FC-RECORDS               PIC Z(06)9.
002680     05  FILLER                      PIC X(11) VALUE " RECORDS, ".
002690     05  WS-FC-UNCHAINED             PIC Z(06)9.
002700     05  FILLER                      PIC X(20)
002710         VALUE " UNCHAINED, SEQUENCE".
002720     05  WS-FC-FIRST                 PIC Z(08)9.
002730     05  FILLER                      PIC X(04) VALUE " TO ".
002740     05  WS-FC-LAST                  PIC Z(08)9.
002750
002760 01  WS-EDIT-COUNT                   PIC Z(08)9.
002770 01  WS-EDIT-SEQUENCE                PIC Z(08)9.
002780
002790 01  WS-TOTAL-LINE.
002800     05  FILLER                      PIC X(21) VALUE
002810         "RECORDS CHECKED:     ".
002820     05  WS-TOT-RECORDS              PIC Z(08)9.
002830     05  FILLER                      PIC X(24) VALUE
002840         "   EXCEPTIONS REPORTED: ".
002850     05  WS-TOT-EXCEPTIONS           PIC 9(05).
002860
002870 PROCEDURE DIVISION.
002880 MAIN.
002890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002900     OPEN OUTPUT QAUDCHK-FILE.
002910     MOVE WS-TODAY-DATE TO WS-TL-DATE.
002920     MOVE WS-TITLE-LINE TO QH-PRINT-LINE.
002930     WRITE QH-PRINT-LINE.
002940
002950     MOVE "CHECK 1 - SEQUENCE AND CHAIN, RECORD BY RECORD"
002960         TO WS-SECTION-LINE.
002970     PERFORM WRITE-SECTION-HEADING.
002980     MOVE WS-COLUMN-LINE TO QH-PRINT-LINE.
002990     WRITE QH-PRINT-LINE.
003000     PERFORM SCAN-ARCHIVE-1.
003010     PERFORM SCAN-ARCHIVE-2.
003020     PERFORM SCAN-ARCHIVE-3.
003030     PERFORM SCAN-ARCHIVE-4.
003040     PERFORM SCAN-LIVE-AUDIT.
003050
003060     MOVE "CHECK 2 - END OF TRAIL AGAINST QAUDCTL"
003070         TO WS-SECTION-LINE.
003080     PERFORM WRITE-SECTION-HEADING.
003090     PERFORM CHECK-END-OF-TRAIL.
003100
003110     MOVE "FILES CHECKED, IN ORDER WALKED" TO WS-SECTION-LINE.
003120     PERFORM WRITE-SECTION-HEADING.
003130     PERFORM WRITE-FILE-SUMMARY
003140         VARYING FX FROM 1 BY 1 UNTIL FX > 5.
003150
003160     MOVE SPACES TO QH-PRINT-LINE.
003170     WRITE QH-PRINT-LINE.
003180     MOVE WS-TOTAL-RECORD-COUNT TO WS-TOT-RECORDS.
003190     MOVE WS-EXCEPTION-COUNT TO WS-TOT-EXCEPTIONS.
003200     MOVE WS-TOTAL-LINE TO QH-PRINT-LINE.
003210     WRITE QH-PRINT-LINE.
003220     CLOSE QAUDCHK-FILE.
003230
003240     IF WS-EXCEPTION-COUNT > ZERO
003250         PERFORM WRITE-ALERT-RECORD
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
003280     STOP RUN.
003290
003300*----------------------------------------------------------------
003310* SCAN-ARCHIVE-1 THRU SCAN-LIVE-AUDIT - WALK EACH INPUT FILE IN
003320* TURN, OLDEST GENERATION FIRST AND THE LIVE FILE LAST, FEEDING
003330* EVERY RECORD TO CHECK-ONE-RECORD. A DD THAT IS NOT ALLOCATED
003340* IS SKIPPED AND LISTED AS SUCH UNDER FILES CHECKED.
003350*----------------------------------------------------------------
003360 SCAN-ARCHIVE-1.
003370     MOVE 1 TO WS-FILE-INDEX.
003380     MOVE "QAUDARC1" TO WF-FILE-NAME(WS-FILE-INDEX).
003390     PERFORM START-ONE-FILE.
003400     OPEN INPUT QAUDARC1-FILE.
003410     IF WS-QAUDARC1-STATUS EQUAL "00"
003420         MOVE "Y" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX)
003430         PERFORM READ-ONE-ARC1-RECORD
003440             UNTIL WS-QAUDARC1-STATUS NOT EQUAL "00"
003450         CLOSE QAUDARC1-FILE
003460     END-IF.
003470
003480 READ-ONE-ARC1-RECORD.
003490     READ QAUDARC1-FILE
003500         AT END
003510             CONTINUE
003520         NOT AT END
003530             MOVE QA-AUDIT-RECORD OF QAUDARC1-FILE
003540                 TO CK-AUDIT-RECORD
003550             PERFORM CHECK-ONE-RECORD
003560     END-READ.
003570
003580 SCAN-ARCHIVE-2.
003590     MOVE 2 TO WS-FILE-INDEX.
003600     MOVE "QAUDARC2" TO WF-FILE-NAME(WS-FILE-INDEX).
003610     PERFORM START-ONE-FILE.
003620     OPEN INPUT QAUDARC2-FILE.
003630     IF WS-QAUDARC2-STATUS EQUAL "00"
003640         MOVE "Y" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX)
003650         PERFORM READ-ONE-ARC2-RECORD
003660             UNTIL WS-QAUDARC2-STATUS NOT EQUAL "00"
003670         CLOSE QAUDARC2-FILE
003680     END-IF.
003690
003700 READ-ONE-ARC2-RECORD.
003710     READ QAUDARC2-FILE
003720         AT END
003730             CONTINUE
003740         NOT AT END
003750             MOVE QA-AUDIT-RECORD OF QAUDARC2-FILE
003760                 TO CK-AUDIT-RECORD
003770             PERFORM CHECK-ONE-RECORD
003780     END-READ.
003790
003800 SCAN-ARCHIVE-3.
003810     MOVE 3 TO WS-FILE-INDEX.
003820     MOVE "QAUDARC3" TO WF-FILE-NAME(WS-FILE-INDEX).
003830     PERFORM START-ONE-FILE.
003840     OPEN INPUT QAUDARC3-FILE.
003850     IF WS-QAUDARC3-STATUS EQUAL "00"
003860         MOVE "Y" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX)
003870         PERFORM READ-ONE-ARC3-RECORD
003880             UNTIL WS-QAUDARC3-STATUS NOT EQUAL "00"
003890         CLOSE QAUDARC3-FILE
003900     END-IF.
003910
003920 READ-ONE-ARC3-RECORD.
003930     READ QAUDARC3-FILE
003940         AT END
003950             CONTINUE
003960         NOT AT END
003970             MOVE QA-AUDIT-RECORD OF QAUDARC3-FILE
003980                 TO CK-AUDIT-RECORD
003990             PERFORM CHECK-ONE-RECORD
004000     END-READ.
004010
004020 SCAN-ARCHIVE-4.
004030     MOVE 4 TO WS-FILE-INDEX.
004040     MOVE "QAUDARC4" TO WF-FILE-NAME(WS-FILE-INDEX).
004050     PERFORM START-ONE-FILE.
004060     OPEN INPUT QAUDARC4-FILE.
004070     IF WS-QAUDARC4-STATUS EQUAL "00"
004080         MOVE "Y" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX)
004090         PERFORM READ-ONE-ARC4-RECORD
004100             UNTIL WS-QAUDARC4-STATUS NOT EQUAL "00"
004110         CLOSE QAUDARC4-FILE
004120     END-IF.
004130
004140 READ-ONE-ARC4-RECORD.
004150     READ QAUDARC4-FILE
004160         AT END
004170             CONTINUE
004180         NOT AT END
004190             MOVE QA-AUDIT-RECORD OF QAUDARC4-FILE
004200                 TO CK-AUDIT-RECORD
004210             PERFORM CHECK-ONE-RECORD
004220     END-READ.
004230
004240 SCAN-LIVE-AUDIT.
004250     MOVE 5 TO WS-FILE-INDEX.
004260     MOVE "QAUDIT" TO WF-FILE-NAME(WS-FILE-INDEX).
004270     PERFORM START-ONE-FILE.
004280     OPEN INPUT QAUDIT-FILE.
004290     IF WS-QAUDIT-STATUS EQUAL "00"
004300         MOVE "Y" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX)
004310         PERFORM READ-ONE-LIVE-RECORD
004320             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
004330         CLOSE QAUDIT-FILE
004340     END-IF.
004350
004360 READ-ONE-LIVE-RECORD.
004370     READ QAUDIT-FILE
004380         AT END
004390             CONTINUE
004400         NOT AT END
004410             MOVE QA-AUDIT-RECORD OF QAUDIT-FILE
004420                 TO CK-AUDIT-RECORD
004430             PERFORM CHECK-ONE-RECORD
004440     END-READ.
004450
004460 START-ONE-FILE.
004470     MOVE "N" TO WF-ALLOCATED-FLAG(WS-FILE-INDEX).
004480     MOVE ZERO TO WF-RECORD-COUNT(WS-FILE-INDEX).
004490     MOVE ZERO TO WF-UNCHAINED-COUNT(WS-FILE-INDEX).
004500     MOVE ZERO TO WF-FIRST-SEQUENCE-NO(WS-FILE-INDEX).
004510     MOVE ZERO TO WF-LAST-SEQUENCE-NO(WS-FILE-INDEX).
004520     SET WS-FIRST-IN-FILE TO TRUE.
004530
004540*----------------------------------------------------------------
004550* CHECK-ONE-RECORD - HOLD THE RECORD IN CK-AUDIT-RECORD TO THE
004560* LAST CHAINED RECORD ACCEPTED:
004570*   - AN UNCHAINED (ZERO-SEQUENCE) RECORD IS PRE-CHAIN HISTORY
004580*     WHEN NO CHAINED RECORD HAS BEEN SEEN YET, AND AN EXCEPTION
004590*     AFTER ONE HAS - QUESTION NO LONGER WRITES THEM;
004600*   - THE NEXT SEQUENCE NUMBER MUST RECOMPUTE TO ITS STORED CHAIN
004610*     VALUE FROM THE LAST RECORD'S, OR THE RECORD WAS ALTERED;
004620*   - A HIGHER NUMBER IS A GAP, AND THE WALK RE-BASES ON IT SO
004630*     ONE DELETION IS REPORTED ONCE;
004640*   - A NUMBER NOT HIGHER THAN THE LAST IS OUT OF SEQUENCE, AND
004650*     THE WALK STAYS ON THE LAST GOOD RECORD.
004660* ON THE FIRST RECORD OF A FILE ANY OF THESE IS REPORTED AS A
004670* BROKEN LINK AT THE BOUNDARY WITH THE FILE BEFORE IT.
004680*----------------------------------------------------------------
004690 CHECK-ONE-RECORD.
004700     ADD 1 TO WF-RECORD-COUNT(WS-FILE-INDEX).
004710     ADD 1 TO WS-TOTAL-RECORD-COUNT.
004720     IF CK-SEQUENCE-NO NOT NUMERIC
004730         MOVE ZERO TO CK-SEQUENCE-NO
004740     END-IF.
004750     COMPUTE WS-EXPECTED-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1.
004760
004770     EVALUATE TRUE
004780         WHEN CK-SEQUENCE-NO EQUAL ZERO
004790             ADD 1 TO WF-UNCHAINED-COUNT(WS-FILE-INDEX)
004800             IF WS-CHAIN-STARTED
004810                 MOVE "UNSEQUENCED RECORD AFTER THE CHAIN BEGAN"
004820                     TO WS-DL-NOTE
004830                 PERFORM WRITE-EXCEPTION-LINE
004840             END-IF
004850         WHEN NOT WS-CHAIN-STARTED
004860             PERFORM START-CHAIN
004870         WHEN CK-SEQUENCE-NO EQUAL WS-EXPECTED-SEQUENCE-NO
004880             MOVE WS-LAST-CHAIN-VALUE TO WS-CHAIN-SEED
004890             PERFORM COMPUTE-CHAIN-VALUE
004900             IF WS-CHAIN-WORK NOT EQUAL CK-CHAIN-VALUE
004910                 IF WS-FIRST-IN-FILE
004920                     MOVE "CHAIN VALUE DOES NOT FOLLOW"
004930                         TO WS-BREAK-DETAIL
004940                     PERFORM NOTE-BOUNDARY-BREAK
004960                 ELSE
004970                     MOVE "ALTERED RECORD - CHAIN VALUE MISMATCH"
004980                         TO WS-DL-NOTE
004990                 END-IF
005000                 PERFORM WRITE-EXCEPTION-LINE
005010             END-IF
005020             PERFORM ACCEPT-CHAINED-RECORD
005030         WHEN CK-SEQUENCE-NO > WS-EXPECTED-SEQUENCE-NO
005040             COMPUTE WS-MISSING-COUNT =
005050                 CK-SEQUENCE-NO - WS-EXPECTED-SEQUENCE-NO
005060             MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
005070             MOVE WS-EXPECTED-SEQUENCE-NO TO WS-EDIT-SEQUENCE
005080             IF WS-FIRST-IN-FILE
005090                 MOVE SPACES TO WS-BREAK-DETAIL
005100                 STRING FUNCTION TRIM(WS-EDIT-COUNT)
005105                     " RECORD(S) MISSING"
005110                     DELIMITED BY SIZE INTO WS-BREAK-DETAIL
005120                 PERFORM NOTE-BOUNDARY-BREAK
005130             ELSE
005140                 MOVE SPACES TO WS-DL-NOTE
005150                 STRING "GAP - " FUNCTION TRIM(WS-EDIT-COUNT)
005160                     " RECORD(S) MISSING FROM SEQUENCE "
005170                     FUNCTION TRIM(WS-EDIT-SEQUENCE)
005180                     DELIMITED BY SIZE INTO WS-DL-NOTE
005190             END-IF
005200             PERFORM WRITE-EXCEPTION-LINE
005210             PERFORM ACCEPT-CHAINED-RECORD
005220         WHEN OTHER
005230             MOVE WS-LAST-SEQUENCE-NO TO WS-EDIT-SEQUENCE
005240             IF WS-FIRST-IN-FILE
005250                 MOVE SPACES TO WS-BREAK-DETAIL
005260                 STRING "DOES NOT FOLLOW "
005265                     FUNCTION TRIM(WS-EDIT-SEQUENCE)
005270                     DELIMITED BY SIZE INTO WS-BREAK-DETAIL
005280                 PERFORM NOTE-BOUNDARY-BREAK
005290             ELSE
005300                 MOVE SPACES TO WS-DL-NOTE
005310                 STRING "OUT OF SEQUENCE OR REPEATED - FOLLOWS "
005320                     "SEQUENCE " FUNCTION TRIM(WS-EDIT-SEQUENCE)
005330                     DELIMITED BY SIZE INTO WS-DL-NOTE
005340             END-IF
005350             PERFORM WRITE-EXCEPTION-LINE
005360     END-EVALUATE.
005370     MOVE "N" TO WS-FIRST-IN-FILE-FLAG.
005380
005390*----------------------------------------------------------------
005400* START-CHAIN - THE FIRST CHAINED RECORD ON THE TRAIL. SEQUENCE
005410* 1 WAS CHAINED FROM A ZERO SEED AND CAN BE VERIFIED; ANY OTHER
005420* STARTING NUMBER MEANS THE EARLIER RECORDS ARE IN GENERATIONS
005430* NOT SUPPLIED TO THIS RUN, WHICH IS NOTED BUT NOT AN EXCEPTION.
005440*----------------------------------------------------------------
005450 START-CHAIN.
005460     SET WS-CHAIN-STARTED TO TRUE.
005470     IF CK-SEQUENCE-NO EQUAL 1
005480         MOVE ZERO TO WS-CHAIN-SEED
005490         PERFORM COMPUTE-CHAIN-VALUE
005500         IF WS-CHAIN-WORK NOT EQUAL CK-CHAIN-VALUE
005510             MOVE "ALTERED RECORD - CHAIN VALUE MISMATCH"
005520                 TO WS-DL-NOTE
005530             PERFORM WRITE-EXCEPTION-LINE
005540         END-IF
005550     ELSE
005560         MOVE "NOTE - CHAIN STARTS HERE, OLDER GENERATIONS NOT IN"
005570             TO WS-DL-NOTE
005580         PERFORM WRITE-DETAIL-LINE
005590     END-IF.
005600     PERFORM ACCEPT-CHAINED-RECORD.
005610
005620 ACCEPT-CHAINED-RECORD.
005630     MOVE CK-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO.
005640     MOVE CK-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE.
005650     MOVE WF-FILE-NAME(WS-FILE-INDEX) TO WS-LAST-FILE-NAME.
005660     IF WF-FIRST-SEQUENCE-NO(WS-FILE-INDEX) EQUAL ZERO
005670         MOVE CK-SEQUENCE-NO
005680             TO WF-FIRST-SEQUENCE-NO(WS-FILE-INDEX)
005690     END-IF.
005700     MOVE CK-SEQUENCE-NO TO WF-LAST-SEQUENCE-NO(WS-FILE-INDEX).
005710
005720 NOTE-BOUNDARY-BREAK.
005730     MOVE SPACES TO WS-DL-NOTE.
005740     STRING "BROKEN LINK AT " DELIMITED BY SIZE
005745         WS-LAST-FILE-NAME DELIMITED BY SPACE
005750         "/" DELIMITED BY SIZE
005755         WF-FILE-NAME(WS-FILE-INDEX) DELIMITED BY SPACE
005760         " BOUNDARY - " WS-BREAK-DETAIL DELIMITED BY SIZE
005770         INTO WS-DL-NOTE.
005780
005790*----------------------------------------------------------------
005800* COMPUTE-CHAIN-VALUE - THE SAME CALCULATION QUESTION MAKES WHEN
005810* IT WRITES THE RECORD: FOLD EVERY BYTE AHEAD OF THE CHAIN VALUE
005820* INTO THE SEED, LEAVING THE RESULT IN WS-CHAIN-WORK.
005830*----------------------------------------------------------------
005840 COMPUTE-CHAIN-VALUE.
005850     MOVE WS-CHAIN-SEED TO WS-CHAIN-WORK.
005860     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
005870             UNTIL WS-CHAIN-POS > WS-CHAINED-LENGTH
005880         COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
005890             WS-CHAIN-WORK * WS-CHAIN-MULTIPLIER
005900             + FUNCTION ORD(CK-AUDIT-RECORD(WS-CHAIN-POS:1)),
005910             WS-CHAIN-MODULUS)
005920     END-PERFORM.
005930
005940*----------------------------------------------------------------
005950* CHECK-END-OF-TRAIL - QAUDCTL HOLDS THE SEQUENCE NUMBER AND
005960* CHAIN VALUE OF THE LAST RECORD QUESTION WROTE. THE LAST RECORD
005970* ON THE TRAIL MUST BE THAT RECORD; IF QAUDCTL IS AHEAD, RECORDS
005980* WERE CUT FROM THE TAIL OF THE LIVE FILE.
005990*----------------------------------------------------------------
006000 CHECK-END-OF-TRAIL.
006010     MOVE SPACES TO WS-DL-FILE-NAME.
006020     MOVE ZERO TO WS-DL-RECORD-NO.
006030     MOVE "QAUDCTL" TO WS-DL-FILE-NAME.
006040     OPEN INPUT QAUDCTL-FILE.
006050     IF WS-QAUDCTL-STATUS EQUAL "00"
006060         READ QAUDCTL-FILE
006070             AT END
006080                 MOVE "10" TO WS-QAUDCTL-STATUS
006090         END-READ
006100         CLOSE QAUDCTL-FILE
006110     END-IF.
006120
006130     EVALUATE TRUE
006140         WHEN WS-QAUDCTL-STATUS NOT EQUAL "00"
006150             OR QK-LAST-SEQUENCE-NO NOT NUMERIC
006160             OR QK-LAST-CHAIN-VALUE NOT NUMERIC
006170             MOVE ZERO TO WS-DL-SEQUENCE-NO
006180             IF WS-CHAIN-STARTED
006190                 MOVE "NO QAUDCTL - END OF TRAIL UNPROVEN"
006200                     TO WS-DL-NOTE
006210                 PERFORM WRITE-CONTROL-LINE
006220                 ADD 1 TO WS-EXCEPTION-COUNT
006230             ELSE
006240                 MOVE "NO QAUDCTL AND NO CHAINED RECORDS"
006250                     TO WS-DL-NOTE
006260                 PERFORM WRITE-CONTROL-LINE
006270             END-IF
006280         WHEN QK-LAST-SEQUENCE-NO > WS-LAST-SEQUENCE-NO
006290             MOVE QK-LAST-SEQUENCE-NO TO WS-DL-SEQUENCE-NO
006300             COMPUTE WS-MISSING-COUNT =
006310                 QK-LAST-SEQUENCE-NO - WS-LAST-SEQUENCE-NO
006320             MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
006330             MOVE SPACES TO WS-DL-NOTE
006340             STRING "TRAIL TRUNCATED - "
006345                 FUNCTION TRIM(WS-EDIT-COUNT)
006350                 " RECORD(S) WRITTEN AFTER THE LAST ONE FOUND"
006360                 DELIMITED BY SIZE INTO WS-DL-NOTE
006370             PERFORM WRITE-CONTROL-LINE
006380             ADD 1 TO WS-EXCEPTION-COUNT
006390         WHEN QK-LAST-SEQUENCE-NO < WS-LAST-SEQUENCE-NO
006400             MOVE QK-LAST-SEQUENCE-NO TO WS-DL-SEQUENCE-NO
006410             MOVE WS-LAST-SEQUENCE-NO TO WS-EDIT-SEQUENCE
006420             MOVE SPACES TO WS-DL-NOTE
006430             STRING "QAUDCTL BEHIND THE TRAIL - LAST RECORD "
006440                 "FOUND IS " FUNCTION TRIM(WS-EDIT-SEQUENCE)
006450                 DELIMITED BY SIZE INTO WS-DL-NOTE
006460             PERFORM WRITE-CONTROL-LINE
006470             ADD 1 TO WS-EXCEPTION-COUNT
006480         WHEN QK-LAST-CHAIN-VALUE NOT EQUAL WS-LAST-CHAIN-VALUE
006490             MOVE QK-LAST-SEQUENCE-NO TO WS-DL-SEQUENCE-NO
006500             MOVE "LAST CHAIN VALUE DIFFERS FROM QAUDCTL"
006510                 TO WS-DL-NOTE
006520             PERFORM WRITE-CONTROL-LINE
006530             ADD 1 TO WS-EXCEPTION-COUNT
006540         WHEN OTHER
006550             MOVE QK-LAST-SEQUENCE-NO TO WS-DL-SEQUENCE-NO
006560             MOVE "LAST RECORD MATCHES QAUDCTL - TRAIL COMPLETE"
006570                 TO WS-DL-NOTE
006580             PERFORM WRITE-CONTROL-LINE
006590     END-EVALUATE.
006600
006610 WRITE-CONTROL-LINE.
006620     MOVE WS-DETAIL-LINE TO QH-PRINT-LINE.
006630     WRITE QH-PRINT-LINE.
006640
006650*----------------------------------------------------------------
006660* WRITE-FILE-SUMMARY - ONE LINE PER INPUT DD: NOT ALLOCATED, OR
006670* ITS RECORD COUNTS AND THE SEQUENCE RANGE IT CARRIES, SO THE
006680* BOUNDARIES BETWEEN GENERATIONS CAN BE READ OFF THE REPORT.
006690*----------------------------------------------------------------
006700 WRITE-FILE-SUMMARY.
006710     MOVE WF-FILE-NAME(FX) TO WS-FL-FILE-NAME.
006720     IF WF-ALLOCATED(FX)
006730         MOVE WF-RECORD-COUNT(FX) TO WS-FC-RECORDS
006740         MOVE WF-UNCHAINED-COUNT(FX) TO WS-FC-UNCHAINED
006750         MOVE WF-FIRST-SEQUENCE-NO(FX) TO WS-FC-FIRST
006760         MOVE WF-LAST-SEQUENCE-NO(FX) TO WS-FC-LAST
006770         MOVE WS-FILE-COUNTS TO WS-FL-NOTE
006780     ELSE
006790         MOVE "NOT ALLOCATED - SKIPPED" TO WS-FL-NOTE
006800     END-IF.
006810     MOVE WS-FILE-LINE TO QH-PRINT-LINE.
006820     WRITE QH-PRINT-LINE.
006830
006840 WRITE-SECTION-HEADING.
006850     MOVE SPACES TO QH-PRINT-LINE.
006860     WRITE QH-PRINT-LINE.
006870     MOVE WS-SECTION-LINE TO QH-PRINT-LINE.
006880     WRITE QH-PRINT-LINE.
006890
006900 WRITE-EXCEPTION-LINE.
006910     PERFORM WRITE-DETAIL-LINE.
006920     ADD 1 TO WS-EXCEPTION-COUNT.
006930
006940 WRITE-DETAIL-LINE.
006950     MOVE WF-FILE-NAME(WS-FILE-INDEX) TO WS-DL-FILE-NAME.
006960     MOVE WF-RECORD-COUNT(WS-FILE-INDEX) TO WS-DL-RECORD-NO.
006970     MOVE CK-SEQUENCE-NO TO WS-DL-SEQUENCE-NO.
006980     MOVE WS-DETAIL-LINE TO QH-PRINT-LINE.
006990     WRITE QH-PRINT-LINE.
007000
007010*----------------------------------------------------------------
007020* WRITE-ALERT-RECORD - APPEND THE RC08 INTEGRITY ALERT TO QALERT,
007030* AS QVERIFY DOES FOR ITS RECONCILE. THE CHECK SPEAKS FOR THE
007040* WHOLE TRAIL, SO THE JOB/STEP/QUESTION AND OPERATOR FIELDS ARE
007050* SPACES AND THE PROMPT-TEXT FIELD CARRIES THE CONDITION.
007060*----------------------------------------------------------------
007070 WRITE-ALERT-RECORD.
007080     OPEN EXTEND QALERT-FILE.
007090     IF WS-QALERT-STATUS EQUAL "05"
007100         OR WS-QALERT-STATUS EQUAL "35"
007110         OPEN OUTPUT QALERT-FILE
007120     END-IF.
007130     IF WS-QALERT-STATUS NOT EQUAL "00"
007140         DISPLAY "QAUDCHK - QALERT NOT AVAILABLE (STATUS "
007150             WS-QALERT-STATUS ") - ALERT NOT WRITTEN"
007160     ELSE
007170         ACCEPT QL-RUN-DATE FROM DATE YYYYMMDD
007180         ACCEPT QL-RUN-TIME FROM TIME
007190         MOVE "W" TO QL-SEVERITY
007200         MOVE "RC08" TO QL-ALERT-CODE
007210         MOVE SPACES TO QL-JOB-NAME
007220         MOVE SPACES TO QL-STEP-NAME
007230         MOVE SPACES TO QL-QUESTION-ID
007240         MOVE SPACES TO QL-OPERATOR-ID
007250         MOVE SPACES TO QL-SHIFT-CODE
007260         MOVE "AUDIT INTEGRITY EXCEPTIONS - SEE QAUDCHK"
007270             TO QL-PROMPT-TEXT
007272         MOVE SPACES TO QL-OWNER-APPLICATION QL-OWNER-TEAM
007274             QL-OWNER-CONTACT QL-OWNER-IMPACT
007280         WRITE QL-ALERT-RECORD
007290         CLOSE QALERT-FILE
007300     END-IF.
