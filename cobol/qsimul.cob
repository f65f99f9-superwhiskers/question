000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. CATALOG REGRESSION TEST:
000050*                  APPLIES A PROPOSED QOPTTRAN CHANGE DECK TO A
000060*                  COPY OF QOPTIONS AND RUNS A DECK OF TEST CASES
000070*                  THROUGH QUESTION'S SELECTION, AUTHORIZATION,
000080*                  AND MATCHING RULES, LISTING PASS OR FAIL FOR
000090*                  EACH CASE AND ENDING WITH A RETURN CODE THAT
000100*                  GATES THE PRODUCTION APPLY.
000110*----------------------------------------------------------------
000120
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. qsimul.
000150 AUTHOR. R P HALVORSEN.
000160 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190
000200*----------------------------------------------------------------
000210* QOPTMNT'S BATCH MODE PROVES A CHANGE DECK IS WELL FORMED; IT
000220* CANNOT PROVE THE CHANGED PROMPTS STILL ANSWER THE WAY THE
000230* DOWNSTREAM COND= TESTS EXPECT - A REORDERED ENTRY TABLE IS
000240* PERFECTLY VALID AND STILL MOVES AN ANSWER FROM RC=04 TO RC=08.
000250* QSIMUL CLOSES THAT GAP. IT:
000260*
000270*   1. COPIES QOPTIONS (READ ONLY) TO THE SCRATCH CATALOG
000280*      QSIMOPT, SO PRODUCTION IS NEVER TOUCHED;
000290*   2. HOLDS THE QOPTTRAN DECK TO THE SAME RULES QOPTMNT'S BATCH
000300*      MODE WILL (SAME REASONS, SAME ALL-OR-NOTHING), AND APPLIES
000310*      IT TO THE COPY - NOTHING GOES TO QMAUDIT, SINCE NOTHING
000320*      REAL HAS CHANGED. AN EMPTY OR DUMMY QOPTTRAN TESTS THE
000330*      CATALOG AS IT STANDS;
000340*   3. RUNS EVERY QSIMTEST CASE (QTSTREC) THE WAY QUESTION WOULD
000350*      RUN IT: THE OPERATOR MUST BE ON QOPERS (ELSE RC 91), THE
000360*      VERSION IN EFFECT ON THE CASE'S DATE IS SELECTED FOR THE
000370*      OPERATOR, THEN THE SHIFT'S "DEFAULT " RECORD, THEN THE
000380*      BUILT-IN PROMPT, THE OPERATOR MUST HOLD THE PROMPT'S AUTH
000390*      LEVEL (ELSE RC 92), AND THE KEYED VALUE IS MATCHED UPPER-
000400*      CASED AND TRIMMED AGAINST THE ENTRY TABLE, OR HELD TO THE
000410*      NUMERIC RANGE, CALENDAR DATE, OR QO-PATTERN RULE;
000420*   4. LISTS EACH CASE ON QSIMLIST WITH WHAT QUESTION WOULD DO
000430*      AND PASS OR FAIL AGAINST WHAT THE CASE EXPECTS.
000440*
000450* THE RULES BELOW ARE QUESTION'S AND QOPTMNT'S OWN PARAGRAPHS,
000460* CARRIED OVER LINE FOR LINE; A CHANGE TO HOW EITHER PROGRAM
000470* SELECTS, MATCHES, OR VALIDATES MUST BE MADE HERE AS WELL.
000480* DUAL CONTROL, DEADLINES, RESTART REUSE, AND STAGED ANSWERS
000490* DEPEND ON THE NIGHT, NOT THE CATALOG, AND ARE NOT SIMULATED.
000500*
000510* THE CATALOG IS TAKEN AS OF THE CASE'S QB-AS-OF-DATE, OR
000520* QSIMDATE (YYYYMMDD), OR TODAY - SO A DECK ADDING A VERSION FROM
000530* NEXT TUESDAY CAN BE TESTED BOTH BEFORE AND AFTER IT TAKES
000540* EFFECT.
000550*
000560* RETURN CODES: 0 EVERY CASE PASSED - THE DECK MAY GO TO QOPTMNT;
000570* 8 ONE OR MORE CASES FAILED; 12 QOPTMNT WOULD REJECT THE DECK
000580* (NO CASES RUN); 16 THE TEST COULD NOT BE RUN (NO CASES,
000590* QSIMOPT NOT USABLE, OR A DECK LONGER THAN QOPTMNT TAKES). THE
000600* QOPTMNT APPLY STEP RUNS ONLY ON RC=0.
000610*----------------------------------------------------------------
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS PO-RECORD-KEY
000700         FILE STATUS IS WS-QOPTIONS-STATUS.
000710
000720     SELECT QSIMOPT-FILE ASSIGN TO "QSIMOPT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS QO-RECORD-KEY
000760         FILE STATUS IS WS-QSIMOPT-STATUS.
000770
000780     SELECT QOPTTRAN-FILE ASSIGN TO "QOPTTRAN"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-QOPTTRAN-STATUS.
000810
000820     SELECT QSIMTEST-FILE ASSIGN TO "QSIMTEST"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-QSIMTEST-STATUS.
000850
000860     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-QOPERS-STATUS.
000890
000900     SELECT QSIMLIST-FILE ASSIGN TO "QSIMLIST"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-QSIMLIST-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960*----------------------------------------------------------------
000970* PRODUCTION QOPTIONS IS ONLY COPIED, NEVER LOOKED INTO, SO ITS
000980* RECORD IS TAKEN AS THE KEY AND AN IMAGE; THE QOPTREC NAMES
000990* BELONG TO THE SCRATCH COPY THE CASES ARE RUN AGAINST.
001000*----------------------------------------------------------------
001010 FD  QOPTIONS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  PO-OPTION-RECORD.
001040     05  PO-RECORD-KEY               PIC X(25).
001050     05  FILLER                      PIC X(181).
001060
001070 FD  QSIMOPT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY QOPTREC.
001100
001110 FD  QOPTTRAN-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY QOTXREC.
001140
001150 FD  QSIMTEST-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY QTSTREC.
001180
001190 FD  QOPERS-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY QOPRREC.
001220
001230 FD  QSIMLIST-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  QL-PRINT-LINE                   PIC X(132).
001260
001270 WORKING-STORAGE SECTION.
001280 01  WS-QOPTIONS-STATUS              PIC X(02) VALUE SPACES.
001290 01  WS-QSIMOPT-STATUS               PIC X(02) VALUE SPACES.
001300 01  WS-QOPTTRAN-STATUS              PIC X(02) VALUE SPACES.
001310 01  WS-QSIMTEST-STATUS              PIC X(02) VALUE SPACES.
001320 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
001330 01  WS-QSIMLIST-STATUS              PIC X(02) VALUE SPACES.
001340
001350 01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.
001360 01  WS-CATALOG-COUNT                PIC 9(07) VALUE ZERO.
001370 01  WS-CASE-COUNT                   PIC 9(05) VALUE ZERO.
001380 01  WS-PASS-COUNT                   PIC 9(05) VALUE ZERO.
001390 01  WS-FAIL-COUNT                   PIC 9(05) VALUE ZERO.
001400
001410*----------------------------------------------------------------
001420* CHANGE-DECK WORK AREAS - AS IN QOPTMNT'S BATCH MODE. THE WHOLE
001430* DECK IS LOADED AND VALIDATED AS A SET; WO-OPTION-RECORD IS
001440* THE QOPTREC LAYOUT A TRANSACTION IMAGE IS PARSED INTO.
001450*----------------------------------------------------------------
001460 01  WS-TXN-COUNT                    PIC 9(03) VALUE ZERO.
001470 01  WS-MAX-TXNS                     PIC 9(03) VALUE 100.
001480 01  WS-TXN-TABLE.
001490     05  WS-TX-ENTRY OCCURS 100 TIMES.
001500         10  WS-TX-ACTION            PIC X(01).
001510         10  WS-TX-IMAGE             PIC X(206).
001520         10  WS-TX-REASON            PIC X(40).
001530 01  WS-TXN-INDEX                    PIC 9(03) VALUE ZERO.
001540 01  WS-TXN-SCAN                     PIC 9(03) VALUE ZERO.
001550 01  WS-REJECT-COUNT                 PIC 9(03) VALUE ZERO.
001560 01  WS-KEY-EXISTS-FLAG              PIC X(01) VALUE "N".
001570     88  WS-KEY-EXISTS               VALUE "Y".
001580 01  WS-CURRENT-THRU                 PIC X(08) VALUE SPACES.
001590
001600 COPY QOPTREC
001610     REPLACING ==QO-OPTION-RECORD==  BY ==WO-OPTION-RECORD==
001620               ==QO-RECORD-KEY==     BY ==WO-RECORD-KEY==
001630               ==QO-QUESTION-ID==    BY ==WO-QUESTION-ID==
001640               ==QO-OPERATOR-ID==    BY ==WO-OPERATOR-ID==
001650               ==QO-SHIFT-CODE==     BY ==WO-SHIFT-CODE==
001660               ==QO-EFFECTIVE-FROM== BY ==WO-EFFECTIVE-FROM==
001670               ==QO-EFFECTIVE-THRU== BY ==WO-EFFECTIVE-THRU==
001680               ==QO-LANGUAGE-CODE==  BY ==WO-LANGUAGE-CODE==
001690               ==QO-AUTH-LEVEL==     BY ==WO-AUTH-LEVEL==
001700               ==QO-DUAL-CONTROL-FLAG==
001710                       BY ==WO-DUAL-CONTROL-FLAG==
001720               ==QO-DUAL-CONTROL==   BY ==WO-DUAL-CONTROL==
001730               ==QO-DEADLINE-SECS==  BY ==WO-DEADLINE-SECS==
001740               ==QO-DEADLINE-ACTION==
001750                       BY ==WO-DEADLINE-ACTION==
001760               ==QO-DEADLINE-DEFAULT==
001770                       BY ==WO-DEADLINE-DEFAULT==
001780               ==QO-DEADLINE-ABORT== BY ==WO-DEADLINE-ABORT==
001790               ==QO-ANSWER-TYPE==    BY ==WO-ANSWER-TYPE==
001800               ==QO-TYPE-CHOICE==    BY ==WO-TYPE-CHOICE==
001810               ==QO-TYPE-NUMERIC==   BY ==WO-TYPE-NUMERIC==
001820               ==QO-TYPE-DATE==      BY ==WO-TYPE-DATE==
001830               ==QO-TYPE-PATTERN==   BY ==WO-TYPE-PATTERN==
001840               ==QO-RANGE-LOW==      BY ==WO-RANGE-LOW==
001850               ==QO-RANGE-HIGH==     BY ==WO-RANGE-HIGH==
001860               ==QO-PATTERN==        BY ==WO-PATTERN==
001870               ==QO-PROMPT-TEXT==    BY ==WO-PROMPT-TEXT==
001880               ==QO-ENTRY-COUNT==    BY ==WO-ENTRY-COUNT==
001890               ==QO-ENTRY-TABLE==    BY ==WO-ENTRY-TABLE==.
001900
001910*----------------------------------------------------------------
001920* DATES - TODAY AND YESTERDAY FOR THE DECK RULES (QOPTMNT'S), AND
001930* THE DATE THE CATALOG IS TAKEN AS OF FOR THE CASES.
001940*----------------------------------------------------------------
001950 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
001960 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
001970                                     PIC 9(08).
001980 01  WS-YESTERDAY-DATE               PIC X(08) VALUE SPACES.
001990 01  WS-YESTERDAY-NUM REDEFINES WS-YESTERDAY-DATE
002000                                     PIC 9(08).
002010 01  WS-RUN-AS-OF-DATE               PIC X(08) VALUE SPACES.
002020 01  WS-CHECK-DATE                   PIC X(08) VALUE SPACES.
002030 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
002040     05  WS-CD-YEAR                  PIC X(04).
002050     05  WS-CD-MONTH                 PIC X(02).
002060     05  WS-CD-DAY                   PIC X(02).
002070 01  WS-DATE-VALID-FLAG              PIC X(01) VALUE "N".
002080     88  WS-DATE-VALID               VALUE "Y".
002090 01  WS-FROM-VALID-FLAG              PIC X(01) VALUE "N".
002100     88  WS-FROM-VALID               VALUE "Y".
002110 01  WS-THRU-VALID-FLAG              PIC X(01) VALUE "N".
002120     88  WS-THRU-VALID               VALUE "Y".
002130
002140*----------------------------------------------------------------
002150* THE CASE'S OPERATOR AS QUESTION FINDS IT ON QOPERS - THE FIRST
002160* RECORD FOR THE ID, AND ITS AUTHORIZATION LEVEL.
002170*----------------------------------------------------------------
002250 01  WS-OPERATOR-ON-FILE-FLAG        PIC X(01) VALUE "N".
002260     88  WS-OPERATOR-ON-FILE         VALUE "Y".
002270 01  WS-OPERATOR-AUTH-LEVEL          PIC 9(02) VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300* THE PROMPT AS QUESTION WOULD HOLD IT FOR THE CASE - THE SAME
002310* NAMES AND PICTURES QUESTION USES, SO THE PARAGRAPHS CARRIED
002320* OVER FROM IT READ THE SAME HERE.
002330*----------------------------------------------------------------
002340 01  WS-QUESTION-ID                  PIC X(08) VALUE SPACES.
002350 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
002360 01  WS-SHIFT-CODE                   PIC X(01) VALUE SPACES.
002370 01  WS-OPTION-AS-OF-DATE            PIC X(08) VALUE SPACES.
002380 01  WS-OPTION-EFFECTIVE             PIC X(08) VALUE SPACES.
002390 01  WS-OPTION-SOURCE                PIC X(08) VALUE SPACES.
002400 01  WS-VERSION-OPERATOR-ID          PIC X(08) VALUE SPACES.
002410 01  WS-VERSION-FROM                 PIC X(08) VALUE SPACES.
002420 01  WS-VERSION-FOUND-FLAG           PIC X(01) VALUE "N".
002430     88  WS-VERSION-FOUND            VALUE "Y".
002440 01  WS-VERSION-DONE-FLAG            PIC X(01) VALUE "N".
002450     88  WS-VERSION-DONE             VALUE "Y".
002460 01  WS-EXACT-MATCH-FLAG             PIC X(01) VALUE "N".
002470     88  WS-EXACT-FOUND              VALUE "Y".
002480 01  WS-SHIFT-DEFAULT-FLAG           PIC X(01) VALUE "N".
002490     88  WS-SHIFT-DEFAULT-FOUND      VALUE "Y".
002500 01  WS-OPTION-VALID-FLAG            PIC X(01) VALUE "N".
002510     88  WS-OPTION-VALID             VALUE "Y".
002520 01  WS-IGNORED-TEXT                 PIC X(40) VALUE SPACES.
002530 01  WS-REQUIRED-AUTH-LEVEL          PIC 9(02) VALUE ZERO.
002540 01  WS-PROMPT                       PIC X(40) VALUE SPACES.
002550 01  N                               PIC 99 VALUE ZERO.
002560 01  WS-V.
002570     05  WS-ENTRY PIC X(10) OCCURS 1 TO 9 TIMES
002580                 DEPENDING ON N INDEXED BY J.
002590 01  I                               PIC 99 VALUE 1.
002600 01  WS-RESULT                       PIC X(10) VALUE SPACES.
002610 01  WS-MATCH-POSITION               PIC 99 VALUE ZERO.
002620 01  WS-INPUT-NORM                   PIC X(20) VALUE SPACES.
002630 01  WS-ENTRY-NORM                   PIC X(10) VALUE SPACES.
002640 01  WS-ANSWER-TYPE                  PIC X(01) VALUE "C".
002650     88  WS-TYPE-CHOICE              VALUES "C" " ".
002660     88  WS-TYPE-NUMERIC             VALUE "N".
002670     88  WS-TYPE-DATE                VALUE "D".
002680     88  WS-TYPE-PATTERN             VALUE "P".
002690 01  WS-RANGE-LOW                    PIC 9(10) VALUE ZERO.
002700 01  WS-RANGE-HIGH                   PIC 9(10) VALUE ZERO.
002710 01  WS-PATTERN                      PIC X(10) VALUE SPACES.
002720 01  WS-ENTRY-VALID-FLAG             PIC X(01) VALUE "N".
002730     88  WS-ENTRY-VALID              VALUE "Y".
002740 01  WS-TYPED-VALUE                  PIC X(10) VALUE SPACES.
002750 01  WS-TYPED-LENGTH                 PIC 9(02) VALUE ZERO.
002760 01  WS-PATTERN-LENGTH               PIC 9(02) VALUE ZERO.
002770 01  WS-NUMERIC-VALUE                PIC 9(10) VALUE ZERO.
002780 01  WS-CHAR-POS                     PIC 9(03) VALUE ZERO.
002790 01  WS-DATE-CHECK.
002800     05  WS-DC-YEAR                  PIC 9(04).
002810     05  WS-DC-MONTH                 PIC 9(02).
002820     05  WS-DC-DAY                   PIC 9(02).
002830 01  WS-DAYS-IN-MONTH                PIC 9(02) VALUE ZERO.
002840
002850*----------------------------------------------------------------
002860* WHAT QUESTION WOULD DO WITH THE CASE, AND WHY IT FAILED WHEN
002870* THAT IS NOT WHAT THE CASE EXPECTS.
002880*----------------------------------------------------------------
002890 01  WS-GOT-OUTCOME                  PIC X(01) VALUE SPACES.
002900     88  WS-GOT-ACCEPTED             VALUE "A".
002910     88  WS-GOT-INVALID              VALUE "I".
002920     88  WS-GOT-REFUSED              VALUE "R".
002930 01  WS-GOT-RC                       PIC 9(02) VALUE ZERO.
002940 01  WS-GOT-TEXT                     PIC X(60) VALUE SPACES.
002950 01  WS-FAIL-REASON                  PIC X(60) VALUE SPACES.
002960 01  WS-EXPECT-NUMBER                PIC 9(02) VALUE ZERO.
002970 01  WS-COMMENT-FLAG                 PIC X(01) VALUE "N".
002980     88  WS-COMMENT-CARD             VALUE "Y".
002990
003000 PROCEDURE DIVISION.
003010 MAIN.
003020     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003030     COMPUTE WS-YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(
003040         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).
003050     ACCEPT WS-RUN-AS-OF-DATE FROM ENVIRONMENT "QSIMDATE".
003060     IF WS-RUN-AS-OF-DATE NOT NUMERIC
003070         MOVE WS-TODAY-DATE TO WS-RUN-AS-OF-DATE
003080     END-IF.
003090
003100     OPEN OUTPUT QSIMLIST-FILE.
003110     MOVE "QSIMUL - CATALOG REGRESSION TEST" TO QL-PRINT-LINE.
003120     PERFORM PUT-LIST-LINE.
003130     MOVE SPACES TO QL-PRINT-LINE.
003140     STRING "RUN " WS-TODAY-DATE "   CASES TAKEN AS OF "
003150         WS-RUN-AS-OF-DATE " UNLESS THE CASE SAYS OTHERWISE"
003160         DELIMITED BY SIZE INTO QL-PRINT-LINE.
003170     PERFORM PUT-LIST-LINE.
003180     PERFORM PUT-BLANK-LINE.
003190
003200     PERFORM BUILD-SIMULATION-CATALOG.
003210     IF WS-FINAL-RC EQUAL ZERO
003220         PERFORM APPLY-CHANGE-DECK
003230     END-IF.
003240     IF WS-FINAL-RC EQUAL ZERO
003250         PERFORM RUN-TEST-CASES
003270     END-IF.
003280     IF WS-QSIMOPT-STATUS NOT EQUAL "35"
003290         CLOSE QSIMOPT-FILE
003300     END-IF.
003310
003320     PERFORM PRINT-SUMMARY.
003330     CLOSE QSIMLIST-FILE.
003340     MOVE WS-FINAL-RC TO RETURN-CODE.
003350     STOP RUN.
003360
003370*----------------------------------------------------------------
003380* BUILD-SIMULATION-CATALOG - COPY EVERY QOPTIONS RECORD, IN KEY
003390* ORDER, TO THE SCRATCH CATALOG QSIMOPT AND LEAVE IT OPEN FOR
003400* UPDATE. A SITE WITH NO QOPTIONS YET STARTS FROM AN EMPTY COPY,
003410* AS QOPTMNT WOULD.
003420*----------------------------------------------------------------
003430 BUILD-SIMULATION-CATALOG.
003440     OPEN OUTPUT QSIMOPT-FILE.
003450     IF WS-QSIMOPT-STATUS NOT EQUAL "00"
003460         DISPLAY "QSIMUL - QSIMOPT NOT AVAILABLE (STATUS "
003470             WS-QSIMOPT-STATUS ") - TEST NOT RUN"
003480         MOVE "QSIMOPT SCRATCH CATALOG NOT AVAILABLE - TEST NOT"
003490             & " RUN" TO QL-PRINT-LINE
003500         PERFORM PUT-LIST-LINE
003510         MOVE "35" TO WS-QSIMOPT-STATUS
003520         MOVE 16 TO WS-FINAL-RC
003530     ELSE
003540         OPEN INPUT QOPTIONS-FILE
003550         IF WS-QOPTIONS-STATUS EQUAL "00"
003560             PERFORM COPY-ONE-CATALOG-RECORD
003570                 UNTIL WS-QOPTIONS-STATUS NOT EQUAL "00"
003580             CLOSE QOPTIONS-FILE
003590         ELSE
003600             DISPLAY "QSIMUL - QOPTIONS NOT AVAILABLE (STATUS "
003610                 WS-QOPTIONS-STATUS ") - STARTING FROM AN EMPTY "
003620                 "CATALOG"
003630         END-IF
003640         CLOSE QSIMOPT-FILE
003650         OPEN I-O QSIMOPT-FILE
003652         IF WS-QSIMOPT-STATUS NOT EQUAL "00"
003654             DISPLAY "QSIMUL - QSIMOPT NOT AVAILABLE (STATUS "
003656                 WS-QSIMOPT-STATUS ") - TEST NOT RUN"
003658             MOVE "35" TO WS-QSIMOPT-STATUS
003659             MOVE 16 TO WS-FINAL-RC
003660         END-IF
003661         MOVE SPACES TO QL-PRINT-LINE
003670         STRING WS-CATALOG-COUNT " QOPTIONS RECORDS COPIED TO "
003680             "QSIMOPT" DELIMITED BY SIZE INTO QL-PRINT-LINE
003690         PERFORM PUT-LIST-LINE
003700     END-IF.
003710
003720 COPY-ONE-CATALOG-RECORD.
003730     READ QOPTIONS-FILE
003740         AT END
003750             CONTINUE
003760         NOT AT END
003770             MOVE PO-OPTION-RECORD TO QO-OPTION-RECORD
003780             WRITE QO-OPTION-RECORD
003790             IF WS-QSIMOPT-STATUS EQUAL "00"
003800                 ADD 1 TO WS-CATALOG-COUNT
003802             ELSE
003804                 MOVE SPACES TO QL-PRINT-LINE
003806                 STRING "COPY TO QSIMOPT FAILED FOR KEY "
003808                     PO-RECORD-KEY " (STATUS " WS-QSIMOPT-STATUS
003810                     ") - TEST NOT RUN"
003811                     DELIMITED BY SIZE INTO QL-PRINT-LINE
003812                 PERFORM PUT-LIST-LINE
003813                 MOVE 16 TO WS-FINAL-RC
003814                 MOVE "10" TO WS-QOPTIONS-STATUS
003815             END-IF
003820     END-READ.
003830
003840*----------------------------------------------------------------
003850* APPLY-CHANGE-DECK - LOAD AND VALIDATE THE QOPTTRAN DECK THE WAY
003860* QOPTMNT'S BATCH MODE WILL, LIST EVERY TRANSACTION, AND APPLY
003870* THE DECK TO QSIMOPT WHEN IT IS CLEAN. A DECK QOPTMNT WOULD
003880* REJECT ENDS THE TEST AT RC=12 - IT COULD NEVER GO LIVE AS IT
003890* STANDS, SO THERE IS NOTHING TO TEST.
003900*----------------------------------------------------------------
003910 APPLY-CHANGE-DECK.
003920     PERFORM LOAD-TRANSACTIONS.
003930     IF WS-FINAL-RC EQUAL ZERO
003940         IF WS-TXN-COUNT EQUAL ZERO
003950             MOVE "NO CHANGE DECK - CASES RUN AGAINST QOPTIONS"
003960                 & " AS IT STANDS" TO QL-PRINT-LINE
003970             PERFORM PUT-LIST-LINE
003980         ELSE
003990             PERFORM VALIDATE-ONE-TRANSACTION
004000                 VARYING WS-TXN-INDEX FROM 1 BY 1
004010                 UNTIL WS-TXN-INDEX > WS-TXN-COUNT
004020             PERFORM PRINT-ONE-LISTING-LINE
004030                 VARYING WS-TXN-INDEX FROM 1 BY 1
004040                 UNTIL WS-TXN-INDEX > WS-TXN-COUNT
004050             IF WS-REJECT-COUNT > ZERO
004060                 MOVE "DECK WOULD BE REJECTED BY QOPTMNT - NO"
004070                     & " CASES RUN" TO QL-PRINT-LINE
004080                 PERFORM PUT-LIST-LINE
004090                 MOVE 12 TO WS-FINAL-RC
004100             ELSE
004110                 PERFORM APPLY-ONE-TRANSACTION
004120                     VARYING WS-TXN-INDEX FROM 1 BY 1
004130                     UNTIL WS-TXN-INDEX > WS-TXN-COUNT
004140                 IF WS-FINAL-RC EQUAL ZERO
004145                     MOVE "DECK ACCEPTED - APPLIED TO QSIMOPT"
004150                         TO QL-PRINT-LINE
004152                 ELSE
004154                     MOVE "DECK NOT FULLY APPLIED TO QSIMOPT - NO"
004156                         & " CASES RUN" TO QL-PRINT-LINE
004158                 END-IF
004160                 PERFORM PUT-LIST-LINE
004170             END-IF
004180         END-IF
004190     END-IF.
004200     PERFORM PUT-BLANK-LINE.
004210
004220*----------------------------------------------------------------
004230* LOAD-TRANSACTIONS - READ THE WHOLE DECK INTO THE TRANSACTION
004240* TABLE. NO QOPTTRAN (OR DUMMY) IS AN EMPTY DECK; A DECK LONGER
004250* THAN QOPTMNT'S TABLE COULD NEVER BE APPLIED AND ENDS RC=16.
004260*----------------------------------------------------------------
004270 LOAD-TRANSACTIONS.
004280     MOVE ZERO TO WS-TXN-COUNT.
004290     OPEN INPUT QOPTTRAN-FILE.
004300     IF WS-QOPTTRAN-STATUS EQUAL "00"
004310         PERFORM LOAD-ONE-TRANSACTION
004320             UNTIL WS-QOPTTRAN-STATUS NOT EQUAL "00"
004330         CLOSE QOPTTRAN-FILE
004340     END-IF.
004350
004360 LOAD-ONE-TRANSACTION.
004370     READ QOPTTRAN-FILE
004380         AT END
004390             CONTINUE
004400         NOT AT END
004410             IF WS-TXN-COUNT EQUAL WS-MAX-TXNS
004420                 MOVE SPACES TO QL-PRINT-LINE
004430                 STRING "QOPTTRAN HOLDS MORE THAN " WS-MAX-TXNS
004440                     " TRANSACTIONS - QOPTMNT WOULD NOT TAKE IT"
004450                     DELIMITED BY SIZE INTO QL-PRINT-LINE
004460                 PERFORM PUT-LIST-LINE
004470                 MOVE 16 TO WS-FINAL-RC
004480                 MOVE "10" TO WS-QOPTTRAN-STATUS
004490             ELSE
004500                 ADD 1 TO WS-TXN-COUNT
004510                 MOVE QT-ACTION-CODE
004520                     TO WS-TX-ACTION(WS-TXN-COUNT)
004530                 MOVE QT-OPTION-IMAGE
004540                     TO WS-TX-IMAGE(WS-TXN-COUNT)
004550                 MOVE SPACES TO WS-TX-REASON(WS-TXN-COUNT)
004560             END-IF
004570     END-READ.
004580
004590*----------------------------------------------------------------
004600* VALIDATE-ONE-TRANSACTION - QOPTMNT'S DECK RULES: FIELD RULES,
004610* ADD/REPLACE/DELETE/CLOSE EXISTENCE WITH EARLIER DECK
004620* TRANSACTIONS TAKEN INTO ACCOUNT, AND THE VERSION-DATE RULES.
004630* THE FIRST FAILURE FOUND IS THE REASON PRINTED.
004640*----------------------------------------------------------------
004650 VALIDATE-ONE-TRANSACTION.
004660     MOVE WS-TX-IMAGE(WS-TXN-INDEX) TO WO-OPTION-RECORD.
004670     PERFORM CHECK-TXN-EXISTENCE.
004680     MOVE WO-EFFECTIVE-FROM TO WS-CHECK-DATE.
004690     PERFORM CHECK-VERSION-DATE.
004700     MOVE WS-DATE-VALID-FLAG TO WS-FROM-VALID-FLAG.
004710     MOVE WO-EFFECTIVE-THRU TO WS-CHECK-DATE.
004720     PERFORM CHECK-VERSION-DATE.
004730     MOVE WS-DATE-VALID-FLAG TO WS-THRU-VALID-FLAG.
004740     EVALUATE TRUE
004750         WHEN WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "A"
004760             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "R"
004770             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "D"
004780             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "C"
004790             MOVE "ACTION CODE MUST BE A, R, D, OR C"
004800                 TO WS-TX-REASON(WS-TXN-INDEX)
004810         WHEN WO-QUESTION-ID EQUAL SPACES
004820             MOVE "QUESTION ID IS BLANK"
004830                 TO WS-TX-REASON(WS-TXN-INDEX)
004840         WHEN WO-OPERATOR-ID EQUAL SPACES
004850             MOVE "OPERATOR ID IS BLANK"
004860                 TO WS-TX-REASON(WS-TXN-INDEX)
004870         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "A"
004880             AND WS-KEY-EXISTS
004890             MOVE "KEY ALREADY ON FILE"
004900                 TO WS-TX-REASON(WS-TXN-INDEX)
004910         WHEN WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "A"
004920             AND NOT WS-KEY-EXISTS
004930             MOVE "KEY NOT ON FILE"
004940                 TO WS-TX-REASON(WS-TXN-INDEX)
004950         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "A"
004960             AND NOT WS-FROM-VALID
004970             MOVE "EFFECTIVE FROM DATE INVALID"
004980                 TO WS-TX-REASON(WS-TXN-INDEX)
004990         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "A"
005000             AND WO-EFFECTIVE-FROM LESS THAN WS-TODAY-DATE
005010             MOVE "EFFECTIVE FROM DATE BEFORE TODAY"
005020                 TO WS-TX-REASON(WS-TXN-INDEX)
005030         WHEN (WS-TX-ACTION(WS-TXN-INDEX) EQUAL "R"
005040             OR WS-TX-ACTION(WS-TXN-INDEX) EQUAL "D")
005050             AND WO-EFFECTIVE-FROM NOT GREATER THAN WS-TODAY-DATE
005060             MOVE "VERSION ALREADY IN FORCE - CLOSE IT OUT"
005070                 TO WS-TX-REASON(WS-TXN-INDEX)
005080         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "D"
005090             CONTINUE
005100         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
005110             AND WS-CURRENT-THRU NOT EQUAL SPACES
005120             AND WS-CURRENT-THRU LESS THAN WS-TODAY-DATE
005130             MOVE "VERSION ALREADY CLOSED OUT"
005140                 TO WS-TX-REASON(WS-TXN-INDEX)
005150         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
005160             AND NOT WS-THRU-VALID
005170             MOVE "EFFECTIVE THRU DATE INVALID"
005180                 TO WS-TX-REASON(WS-TXN-INDEX)
005190         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
005200             AND (WO-EFFECTIVE-THRU LESS THAN WS-YESTERDAY-DATE
005210             OR WO-EFFECTIVE-THRU LESS THAN WO-EFFECTIVE-FROM)
005220             MOVE "THRU BEFORE YESTERDAY OR FROM DATE"
005230                 TO WS-TX-REASON(WS-TXN-INDEX)
005240         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
005250             CONTINUE
005260         WHEN WO-EFFECTIVE-THRU NOT EQUAL SPACES
005270             AND WO-EFFECTIVE-THRU NOT EQUAL "99999999"
005280             AND (NOT WS-THRU-VALID
005290             OR WO-EFFECTIVE-THRU LESS THAN WO-EFFECTIVE-FROM)
005300             MOVE "EFFECTIVE THRU DATE INVALID"
005310                 TO WS-TX-REASON(WS-TXN-INDEX)
005320         WHEN WO-AUTH-LEVEL NOT NUMERIC
005330             MOVE "AUTH LEVEL NOT NUMERIC"
005340                 TO WS-TX-REASON(WS-TXN-INDEX)
005350         WHEN WO-ANSWER-TYPE NOT EQUAL "C"
005360             AND WO-ANSWER-TYPE NOT EQUAL " "
005370             AND WO-ANSWER-TYPE NOT EQUAL "N"
005380             AND WO-ANSWER-TYPE NOT EQUAL "D"
005390             AND WO-ANSWER-TYPE NOT EQUAL "P"
005400             MOVE "ANSWER TYPE MUST BE C, N, D, OR P"
005410                 TO WS-TX-REASON(WS-TXN-INDEX)
005420         WHEN WO-TYPE-CHOICE
005430             AND (WO-ENTRY-COUNT NOT NUMERIC
005440                 OR WO-ENTRY-COUNT < 1
005450                 OR WO-ENTRY-COUNT > 9)
005460             MOVE "ENTRY COUNT MUST BE 1-9"
005470                 TO WS-TX-REASON(WS-TXN-INDEX)
005480         WHEN WO-TYPE-NUMERIC
005490             AND (WO-RANGE-LOW NOT NUMERIC
005500                 OR WO-RANGE-HIGH NOT NUMERIC)
005510             MOVE "NUMERIC RANGE NOT NUMERIC"
005520                 TO WS-TX-REASON(WS-TXN-INDEX)
005530         WHEN WO-TYPE-NUMERIC
005540             AND WO-RANGE-LOW > WO-RANGE-HIGH
005550             MOVE "LOW BOUND ABOVE HIGH BOUND"
005560                 TO WS-TX-REASON(WS-TXN-INDEX)
005570         WHEN WO-TYPE-PATTERN
005580             AND WO-PATTERN EQUAL SPACES
005590             MOVE "PATTERN IS BLANK"
005600                 TO WS-TX-REASON(WS-TXN-INDEX)
005610         WHEN WO-DEADLINE-SECS NOT NUMERIC
005620             MOVE "DEADLINE SECONDS NOT NUMERIC"
005630                 TO WS-TX-REASON(WS-TXN-INDEX)
005640         WHEN OTHER
005650             CONTINUE
005660     END-EVALUATE.
005670     IF WS-TX-REASON(WS-TXN-INDEX) NOT EQUAL SPACES
005680         ADD 1 TO WS-REJECT-COUNT
005690     END-IF.
005700
005710*----------------------------------------------------------------
005720* CHECK-TXN-EXISTENCE - DOES THE KEY EXIST WHERE THIS
005730* TRANSACTION WOULD APPLY? THE COPY STILL MATCHES QOPTIONS AT
005740* THIS POINT, SO THE ANSWER IS THE ONE QOPTMNT WILL GET.
005750*----------------------------------------------------------------
005760 CHECK-TXN-EXISTENCE.
005770     MOVE "N" TO WS-KEY-EXISTS-FLAG.
005780     MOVE SPACES TO WS-CURRENT-THRU.
005790     MOVE WO-RECORD-KEY TO QO-RECORD-KEY.
005800     READ QSIMOPT-FILE.
005810     IF WS-QSIMOPT-STATUS EQUAL "00"
005820         SET WS-KEY-EXISTS TO TRUE
005830         MOVE QO-EFFECTIVE-THRU TO WS-CURRENT-THRU
005840     END-IF.
005850     PERFORM REPLAY-ONE-DECK-EFFECT
005860         VARYING WS-TXN-SCAN FROM 1 BY 1
005870         UNTIL WS-TXN-SCAN NOT LESS THAN WS-TXN-INDEX.
005880
005890 REPLAY-ONE-DECK-EFFECT.
005900     IF WS-TX-IMAGE(WS-TXN-SCAN)(1:25) EQUAL WO-RECORD-KEY
005910         IF WS-TX-ACTION(WS-TXN-SCAN) EQUAL "D"
005920             MOVE "N" TO WS-KEY-EXISTS-FLAG
005930         ELSE
005940             SET WS-KEY-EXISTS TO TRUE
005950             MOVE WS-TX-IMAGE(WS-TXN-SCAN)(26:8)
005960                 TO WS-CURRENT-THRU
005970         END-IF
005980     END-IF.
005990
006000*----------------------------------------------------------------
006010* CHECK-VERSION-DATE - IS WS-CHECK-DATE A PLAUSIBLE YYYYMMDD
006020* (ALL DIGITS, MONTH 01-12, DAY 01-31)? SETS WS-DATE-VALID.
006030*----------------------------------------------------------------
006040 CHECK-VERSION-DATE.
006050     MOVE "N" TO WS-DATE-VALID-FLAG.
006060     IF WS-CHECK-DATE NUMERIC
006070         AND WS-CD-MONTH NOT LESS THAN "01"
006080         AND WS-CD-MONTH NOT GREATER THAN "12"
006090         AND WS-CD-DAY NOT LESS THAN "01"
006100         AND WS-CD-DAY NOT GREATER THAN "31"
006110         SET WS-DATE-VALID TO TRUE
006120     END-IF.
006130
006140 PRINT-ONE-LISTING-LINE.
006150     MOVE SPACES TO QL-PRINT-LINE.
006160     IF WS-TX-REASON(WS-TXN-INDEX) EQUAL SPACES
006170         STRING "TXN " WS-TXN-INDEX " "
006180             WS-TX-ACTION(WS-TXN-INDEX) " KEY "
006190             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
006200             " - ACCEPTED"
006210             DELIMITED BY SIZE INTO QL-PRINT-LINE
006220     ELSE
006230         STRING "TXN " WS-TXN-INDEX " "
006240             WS-TX-ACTION(WS-TXN-INDEX) " KEY "
006250             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
006260             " - REJECTED: " WS-TX-REASON(WS-TXN-INDEX)
006270             DELIMITED BY SIZE INTO QL-PRINT-LINE
006280     END-IF.
006290     PERFORM PUT-LIST-LINE.
006300
006310*----------------------------------------------------------------
006320* APPLY-ONE-TRANSACTION - APPLY A VALIDATED TRANSACTION TO THE
006330* SCRATCH CATALOG AS QOPTMNT APPLIES IT TO THE REAL ONE.
006340*----------------------------------------------------------------
006350 APPLY-ONE-TRANSACTION.
006360     MOVE WS-TX-IMAGE(WS-TXN-INDEX) TO WO-OPTION-RECORD.
006370     MOVE WO-RECORD-KEY TO QO-RECORD-KEY.
006380     READ QSIMOPT-FILE.
006390     EVALUATE WS-TX-ACTION(WS-TXN-INDEX)
006400         WHEN "A"
006410             MOVE WS-TX-IMAGE(WS-TXN-INDEX)
006420                 TO QO-OPTION-RECORD
006430             WRITE QO-OPTION-RECORD
006440         WHEN "R"
006450             MOVE WS-TX-IMAGE(WS-TXN-INDEX)
006460                 TO QO-OPTION-RECORD
006470             REWRITE QO-OPTION-RECORD
006480         WHEN "D"
006490             DELETE QSIMOPT-FILE RECORD
006500         WHEN "C"
006510             MOVE WO-EFFECTIVE-THRU TO QO-EFFECTIVE-THRU
006520             REWRITE QO-OPTION-RECORD
006530     END-EVALUATE.
006540     IF WS-QSIMOPT-STATUS NOT EQUAL "00"
006550         MOVE SPACES TO QL-PRINT-LINE
006560         STRING "APPLY TO QSIMOPT FAILED FOR KEY "
006570             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
006580             " (STATUS " WS-QSIMOPT-STATUS ") - TEST NOT RUN"
006590             DELIMITED BY SIZE INTO QL-PRINT-LINE
006600         PERFORM PUT-LIST-LINE
006610         MOVE 16 TO WS-FINAL-RC
006620     END-IF.
006630
006640*----------------------------------------------------------------
006650* FIND-OPERATOR - QUESTION'S VALIDATE-OPERATOR: SCAN QOPERS FOR
006660* THE FIRST RECORD WITH THE CASE'S OPERATOR ID. A MISSING QOPERS
006670* LEAVES EVERY OPERATOR OFF FILE, AS IT DOES IN QUESTION.
006680*----------------------------------------------------------------
006690 FIND-OPERATOR.
006700     MOVE "N" TO WS-OPERATOR-ON-FILE-FLAG.
006710     MOVE ZERO TO WS-OPERATOR-AUTH-LEVEL.
006720     OPEN INPUT QOPERS-FILE.
006730     IF WS-QOPERS-STATUS EQUAL "00"
006740         PERFORM SCAN-QOPERS-RECORDS
006750             UNTIL WS-QOPERS-STATUS NOT EQUAL "00"
006760             OR WS-OPERATOR-ON-FILE
006770         CLOSE QOPERS-FILE
006780     END-IF.
006790
006800 SCAN-QOPERS-RECORDS.
006810     READ QOPERS-FILE
006820         AT END
006830             CONTINUE
006840         NOT AT END
006850             IF QP-OPERATOR-ID EQUAL WS-OPERATOR-ID
006860                 IF QP-AUTH-LEVEL NUMERIC
006870                     MOVE QP-AUTH-LEVEL
006880                         TO WS-OPERATOR-AUTH-LEVEL
006890                 ELSE
006900                     MOVE ZERO TO WS-OPERATOR-AUTH-LEVEL
006910                 END-IF
006920                 SET WS-OPERATOR-ON-FILE TO TRUE
006930             END-IF
006940     END-READ.
006950
007120*----------------------------------------------------------------
007130* RUN-TEST-CASES - EVERY CASE ON QSIMTEST, ONE AT A TIME. A RUN
007140* WITH NO CASES PROVES NOTHING AND ENDS RC=16.
007150*----------------------------------------------------------------
007160 RUN-TEST-CASES.
007170     OPEN INPUT QSIMTEST-FILE.
007180     IF WS-QSIMTEST-STATUS EQUAL "00"
007190         PERFORM RUN-ONE-TEST-CASE
007200             UNTIL WS-QSIMTEST-STATUS NOT EQUAL "00"
007210         CLOSE QSIMTEST-FILE
007220     ELSE
007230         DISPLAY "QSIMUL - QSIMTEST NOT AVAILABLE (STATUS "
007240             WS-QSIMTEST-STATUS ")"
007250     END-IF.
007260     IF WS-CASE-COUNT EQUAL ZERO
007270         MOVE "NO TEST CASES ON QSIMTEST - NOTHING PROVED"
007280             TO QL-PRINT-LINE
007290         PERFORM PUT-LIST-LINE
007300         MOVE 16 TO WS-FINAL-RC
007310     ELSE
007320         IF WS-FAIL-COUNT > ZERO
007330             MOVE 8 TO WS-FINAL-RC
007340         END-IF
007350     END-IF.
007360
007370 RUN-ONE-TEST-CASE.
007380     READ QSIMTEST-FILE
007390         AT END
007400             CONTINUE
007410         NOT AT END
007420             MOVE "N" TO WS-COMMENT-FLAG
007430             IF QB-CASE-ID(1:1) EQUAL "*"
007440                 OR QB-TEST-CASE-RECORD EQUAL SPACES
007450                 SET WS-COMMENT-CARD TO TRUE
007460             END-IF
007470             IF NOT WS-COMMENT-CARD
007480                 ADD 1 TO WS-CASE-COUNT
007490                 PERFORM SIMULATE-CASE
007500                 PERFORM CHECK-CASE-RESULT
007510                 PERFORM PRINT-CASE-LINES
007520             END-IF
007530     END-READ.
007540
007550*----------------------------------------------------------------
007560* SIMULATE-CASE - DO WITH THE CASE WHAT QUESTION WOULD: OPERATOR
007570* ON QOPERS, PROMPT SELECTED, AUTHORIZATION, THEN THE ENTRY.
007580*----------------------------------------------------------------
007590 SIMULATE-CASE.
007600     MOVE QB-QUESTION-ID TO WS-QUESTION-ID.
007610     MOVE QB-OPERATOR-ID TO WS-OPERATOR-ID.
007620     MOVE QB-SHIFT-CODE TO WS-SHIFT-CODE.
007630     IF QB-AS-OF-DATE NUMERIC
007640         MOVE QB-AS-OF-DATE TO WS-OPTION-AS-OF-DATE
007650     ELSE
007660         MOVE WS-RUN-AS-OF-DATE TO WS-OPTION-AS-OF-DATE
007670     END-IF.
007680     MOVE SPACES TO WS-RESULT.
007690     MOVE ZERO TO WS-MATCH-POSITION.
007700     MOVE ZERO TO WS-GOT-RC.
007710     MOVE SPACES TO WS-GOT-TEXT.
007720     MOVE SPACES TO WS-OPTION-SOURCE.
007730     MOVE SPACES TO WS-IGNORED-TEXT.
007740
007750     PERFORM FIND-OPERATOR.
007760     IF NOT WS-OPERATOR-ON-FILE
007770         SET WS-GOT-REFUSED TO TRUE
007780         MOVE 91 TO WS-GOT-RC
007790         MOVE "OPERATOR NOT ON QOPERS" TO WS-GOT-TEXT
007800     ELSE
007810         PERFORM LOAD-OPTIONS
007820         IF WS-REQUIRED-AUTH-LEVEL > WS-OPERATOR-AUTH-LEVEL
007830             SET WS-GOT-REFUSED TO TRUE
007840             MOVE 92 TO WS-GOT-RC
007850             STRING "OPERATOR AUTH LEVEL " WS-OPERATOR-AUTH-LEVEL
007860                 " BELOW PROMPT'S " WS-REQUIRED-AUTH-LEVEL
007870                 DELIMITED BY SIZE INTO WS-GOT-TEXT
007880         ELSE
007890             PERFORM MATCH-KEYED-VALUE
007900         END-IF
007910     END-IF.
007920
007930*----------------------------------------------------------------
007940* LOAD-OPTIONS - QUESTION'S SELECTION: THE OPERATOR'S OWN
007950* VERSION IN EFFECT ON THE AS-OF DATE, ELSE THE SHIFT'S DEFAULT
007960* RECORD, ELSE THE BUILT-IN PROMPT. A RECORD FAILING QUESTION'S
007970* CHECKS IS TREATED AS NOT FOUND, AND THE LISTING SAYS SO.
007980*----------------------------------------------------------------
007990 LOAD-OPTIONS.
008000     MOVE SPACES TO WS-OPTION-EFFECTIVE.
008010     MOVE "N" TO WS-EXACT-MATCH-FLAG.
008020     MOVE "N" TO WS-SHIFT-DEFAULT-FLAG.
008030     PERFORM READ-QOPTIONS-EXACT-RECORD.
008040     IF WS-EXACT-FOUND
008050         MOVE "OPERATOR" TO WS-OPTION-SOURCE
008060     ELSE
008070         PERFORM READ-QOPTIONS-DEFAULT-RECORD
008080         IF WS-SHIFT-DEFAULT-FOUND
008090             MOVE "DEFAULT" TO WS-OPTION-SOURCE
008100         END-IF
008110     END-IF.
008120     IF NOT WS-EXACT-FOUND AND NOT WS-SHIFT-DEFAULT-FOUND
008130         PERFORM USE-BUILTIN-DEFAULTS
008140         MOVE "BUILT-IN" TO WS-OPTION-SOURCE
008150     END-IF.
008160
008170 READ-QOPTIONS-EXACT-RECORD.
008180     MOVE WS-OPERATOR-ID TO WS-VERSION-OPERATOR-ID.
008190     PERFORM FIND-QOPTIONS-VERSION.
008200     IF WS-VERSION-FOUND
008210         PERFORM COPY-QOPTIONS-TO-WORKING-STORAGE
008220         IF WS-OPTION-VALID
008230             SET WS-EXACT-FOUND TO TRUE
008240             MOVE QO-EFFECTIVE-FROM TO WS-OPTION-EFFECTIVE
008250         END-IF
008260     END-IF.
008270
008280 READ-QOPTIONS-DEFAULT-RECORD.
008290     MOVE "DEFAULT " TO WS-VERSION-OPERATOR-ID.
008300     PERFORM FIND-QOPTIONS-VERSION.
008310     IF WS-VERSION-FOUND
008320         PERFORM COPY-QOPTIONS-TO-WORKING-STORAGE
008330         IF WS-OPTION-VALID
008340             SET WS-SHIFT-DEFAULT-FOUND TO TRUE
008350             MOVE QO-EFFECTIVE-FROM TO WS-OPTION-EFFECTIVE
008360         END-IF
008370     END-IF.
008380
008390*----------------------------------------------------------------
008400* FIND-QOPTIONS-VERSION - THE LATEST-STARTING VERSION OF THE
008410* ENTRY IN EFFECT ON WS-OPTION-AS-OF-DATE, READ BACK BY ITS FULL
008420* KEY SO IT IS THE RECORD IN THE QOPTREC AREA (SEE QUESTION).
008430*----------------------------------------------------------------
008440 FIND-QOPTIONS-VERSION.
008450     MOVE "N" TO WS-VERSION-FOUND-FLAG.
008460     MOVE "N" TO WS-VERSION-DONE-FLAG.
008470     MOVE WS-QUESTION-ID TO QO-QUESTION-ID.
008480     MOVE WS-VERSION-OPERATOR-ID TO QO-OPERATOR-ID.
008490     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
008500     MOVE LOW-VALUES TO QO-EFFECTIVE-FROM.
008510     START QSIMOPT-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
008520         INVALID KEY
008530             SET WS-VERSION-DONE TO TRUE
008540     END-START.
008550     PERFORM CHECK-ONE-QOPTIONS-VERSION UNTIL WS-VERSION-DONE.
008560     IF WS-VERSION-FOUND
008570         MOVE WS-QUESTION-ID TO QO-QUESTION-ID
008580         MOVE WS-VERSION-OPERATOR-ID TO QO-OPERATOR-ID
008590         MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE
008600         MOVE WS-VERSION-FROM TO QO-EFFECTIVE-FROM
008610         READ QSIMOPT-FILE
008620         IF WS-QSIMOPT-STATUS NOT EQUAL "00"
008630             MOVE "N" TO WS-VERSION-FOUND-FLAG
008640         END-IF
008650     END-IF.
008660
008670 CHECK-ONE-QOPTIONS-VERSION.
008680     READ QSIMOPT-FILE NEXT RECORD
008690         AT END
008700             SET WS-VERSION-DONE TO TRUE
008710         NOT AT END
008720             IF QO-QUESTION-ID NOT EQUAL WS-QUESTION-ID
008730                 OR QO-OPERATOR-ID
008740                     NOT EQUAL WS-VERSION-OPERATOR-ID
008750                 OR QO-SHIFT-CODE NOT EQUAL WS-SHIFT-CODE
008760                 SET WS-VERSION-DONE TO TRUE
008770             ELSE
008780                 IF QO-EFFECTIVE-FROM NOT GREATER THAN
008790                         WS-OPTION-AS-OF-DATE
008800                     AND (QO-EFFECTIVE-THRU EQUAL SPACES
008810                     OR QO-EFFECTIVE-THRU NOT LESS THAN
008820                         WS-OPTION-AS-OF-DATE)
008830                     SET WS-VERSION-FOUND TO TRUE
008840                     MOVE QO-EFFECTIVE-FROM TO WS-VERSION-FROM
008850                 END-IF
008860             END-IF
008870     END-READ.
008880
008890*----------------------------------------------------------------
008900* COPY-QOPTIONS-TO-WORKING-STORAGE - QUESTION'S RECORD CHECKS:
008910* A CHOICE ENTRY COUNT OUTSIDE 1-9, A NON-NUMERIC AUTH LEVEL, OR
008920* A NON-NUMERIC RANGE ON A NUMERIC PROMPT AND THE RECORD IS
008930* IGNORED. WHERE QUESTION DISPLAYS THE REASON, IT IS KEPT HERE
008940* FOR THE CASE LISTING.
008950*----------------------------------------------------------------
008960 COPY-QOPTIONS-TO-WORKING-STORAGE.
008970     MOVE "N" TO WS-OPTION-VALID-FLAG.
008980     IF QO-TYPE-CHOICE
008990         AND (QO-ENTRY-COUNT < 1 OR QO-ENTRY-COUNT > 9)
009000         STRING QO-OPERATOR-ID " RECORD IGNORED - ENTRY COUNT"
009010             DELIMITED BY SIZE INTO WS-IGNORED-TEXT
009020     ELSE
009030         IF QO-AUTH-LEVEL NOT NUMERIC
009040             STRING QO-OPERATOR-ID " RECORD IGNORED - AUTH LEVEL"
009050                 DELIMITED BY SIZE INTO WS-IGNORED-TEXT
009060         ELSE
009070             IF QO-TYPE-NUMERIC
009080                 AND (QO-RANGE-LOW NOT NUMERIC
009090                     OR QO-RANGE-HIGH NOT NUMERIC)
009100                 STRING QO-OPERATOR-ID " RECORD IGNORED - RANGE"
009110                     DELIMITED BY SIZE INTO WS-IGNORED-TEXT
009120             ELSE
009130                 PERFORM MOVE-QOPTIONS-FIELDS
009140                 SET WS-OPTION-VALID TO TRUE
009150             END-IF
009160         END-IF
009170     END-IF.
009180
009190 MOVE-QOPTIONS-FIELDS.
009200     MOVE QO-PROMPT-TEXT TO WS-PROMPT.
009210     MOVE QO-ANSWER-TYPE TO WS-ANSWER-TYPE.
009220     IF WS-TYPE-NUMERIC
009230         MOVE QO-RANGE-LOW TO WS-RANGE-LOW
009240         MOVE QO-RANGE-HIGH TO WS-RANGE-HIGH
009250     ELSE
009260         MOVE ZERO TO WS-RANGE-LOW
009270         MOVE ZERO TO WS-RANGE-HIGH
009280     END-IF.
009290     MOVE QO-PATTERN TO WS-PATTERN.
009300     IF WS-TYPE-CHOICE
009310         MOVE QO-ENTRY-COUNT TO N
009320         PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
009330             MOVE QO-ENTRY-TABLE(J) TO WS-ENTRY(J)
009340         END-PERFORM
009350     ELSE
009360         MOVE ZERO TO N
009370     END-IF.
009380     MOVE QO-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL.
009390
009400 USE-BUILTIN-DEFAULTS.
009410     MOVE "Foo" TO WS-PROMPT.
009420     MOVE 2 TO N.
009430     MOVE "Bar" TO WS-ENTRY(1).
009440     MOVE "Baz" TO WS-ENTRY(2).
009450     MOVE ZERO TO WS-REQUIRED-AUTH-LEVEL.
009460     MOVE "C" TO WS-ANSWER-TYPE.
009470
009480*----------------------------------------------------------------
009490* MATCH-KEYED-VALUE - QUESTION'S ENTRY RULES. A CHOICE PROMPT
009500* TAKES THE LAST TABLE ENTRY EQUAL TO THE KEYED VALUE, BOTH
009510* UPPER-CASED AND TRIMMED, AND ITS POSITION GIVES THE RETURN
009520* CODE; A TYPED PROMPT HOLDS THE VALUE TO ITS RULE AND HAS NO
009530* POSITION (RC 0).
009540*----------------------------------------------------------------
009550 MATCH-KEYED-VALUE.
009560     MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(QB-KEYED-VALUE))
009570         TO WS-INPUT-NORM.
009580     IF WS-TYPE-CHOICE
009590         PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
009600             MOVE FUNCTION TRIM(FUNCTION
009610                 UPPER-CASE(WS-ENTRY(I)))
009620                 TO WS-ENTRY-NORM
009630             IF WS-ENTRY-NORM EQUAL WS-INPUT-NORM
009640                 MOVE WS-ENTRY(I) TO WS-RESULT
009650                 MOVE I TO WS-MATCH-POSITION
009660             END-IF
009670         END-PERFORM
009680         IF WS-MATCH-POSITION > ZERO
009690             SET WS-GOT-ACCEPTED TO TRUE
009700         ELSE
009710             SET WS-GOT-INVALID TO TRUE
009720         END-IF
009730     ELSE
009740         PERFORM VALIDATE-TYPED-ENTRY
009750         IF WS-ENTRY-VALID
009760             MOVE WS-TYPED-VALUE TO WS-RESULT
009770             SET WS-GOT-ACCEPTED TO TRUE
009780         ELSE
009790             SET WS-GOT-INVALID TO TRUE
009800         END-IF
009810     END-IF.
009820     COMPUTE WS-GOT-RC = WS-MATCH-POSITION * 4.
009830     IF WS-GOT-INVALID
009840         MOVE "ENTRY REJECTED - QUESTION WOULD PROMPT AGAIN"
009850             TO WS-GOT-TEXT
009860     END-IF.
009870
009880*----------------------------------------------------------------
009890* VALIDATE-TYPED-ENTRY THROUGH CHECK-ONE-PATTERN-CHAR - THE
009900* TYPED-ENTRY RULES, AS IN QUESTION: AT MOST TEN CHARACTERS, THEN
009910* A NUMBER IN RANGE, A REAL CALENDAR DATE, OR A MATCH TO THE
009920* PICTURE IN QO-PATTERN.
009930*----------------------------------------------------------------
009940 VALIDATE-TYPED-ENTRY.
009950     MOVE "N" TO WS-ENTRY-VALID-FLAG.
009960     MOVE SPACES TO WS-TYPED-VALUE.
009970     PERFORM GET-TYPED-LENGTH.
009980     IF WS-TYPED-LENGTH > ZERO
009990         MOVE WS-INPUT-NORM(1:10) TO WS-TYPED-VALUE
010000         EVALUATE TRUE
010010             WHEN WS-TYPE-NUMERIC
010020                 PERFORM VALIDATE-NUMERIC-ENTRY
010030             WHEN WS-TYPE-DATE
010040                 PERFORM VALIDATE-DATE-ENTRY
010050             WHEN WS-TYPE-PATTERN
010060                 PERFORM VALIDATE-PATTERN-ENTRY
010070         END-EVALUATE
010080     END-IF.
010090
010100 GET-TYPED-LENGTH.
010110     MOVE ZERO TO WS-TYPED-LENGTH.
010120     IF WS-INPUT-NORM(11:10) EQUAL SPACES
010130         PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
010140                 UNTIL WS-CHAR-POS > 10
010150             IF WS-INPUT-NORM(WS-CHAR-POS:1) NOT EQUAL SPACE
010160                 MOVE WS-CHAR-POS TO WS-TYPED-LENGTH
010170             END-IF
010180         END-PERFORM
010190     END-IF.
010200
010210 VALIDATE-NUMERIC-ENTRY.
010220     IF WS-TYPED-VALUE(1:WS-TYPED-LENGTH) NUMERIC
010230         MOVE FUNCTION NUMVAL(WS-TYPED-VALUE(1:WS-TYPED-LENGTH))
010240             TO WS-NUMERIC-VALUE
010250         IF WS-NUMERIC-VALUE NOT LESS THAN WS-RANGE-LOW
010260             AND WS-NUMERIC-VALUE NOT GREATER THAN WS-RANGE-HIGH
010270             SET WS-ENTRY-VALID TO TRUE
010280         END-IF
010290     END-IF.
010300
010310 VALIDATE-DATE-ENTRY.
010320     IF WS-TYPED-LENGTH EQUAL 8
010330         AND WS-TYPED-VALUE(1:8) NUMERIC
010340         MOVE WS-TYPED-VALUE(1:8) TO WS-DATE-CHECK
010350         PERFORM CHECK-CALENDAR-DATE
010360     END-IF.
010370
010380 CHECK-CALENDAR-DATE.
010390     EVALUATE WS-DC-MONTH
010400         WHEN 01 WHEN 03 WHEN 05 WHEN 07
010410         WHEN 08 WHEN 10 WHEN 12
010420             MOVE 31 TO WS-DAYS-IN-MONTH
010430         WHEN 04 WHEN 06 WHEN 09 WHEN 11
010440             MOVE 30 TO WS-DAYS-IN-MONTH
010450         WHEN 02
010460             PERFORM SET-FEBRUARY-LENGTH
010470         WHEN OTHER
010480             MOVE ZERO TO WS-DAYS-IN-MONTH
010490     END-EVALUATE.
010500     IF WS-DAYS-IN-MONTH > ZERO
010510         AND WS-DC-DAY > ZERO
010520         AND WS-DC-DAY NOT GREATER THAN WS-DAYS-IN-MONTH
010530         AND WS-DC-YEAR > ZERO
010540         SET WS-ENTRY-VALID TO TRUE
010550     END-IF.
010560
010570 SET-FEBRUARY-LENGTH.
010580     IF FUNCTION MOD(WS-DC-YEAR, 4) EQUAL ZERO
010590         AND (FUNCTION MOD(WS-DC-YEAR, 100) NOT EQUAL ZERO
010600             OR FUNCTION MOD(WS-DC-YEAR, 400) EQUAL ZERO)
010610         MOVE 29 TO WS-DAYS-IN-MONTH
010620     ELSE
010630         MOVE 28 TO WS-DAYS-IN-MONTH
010640     END-IF.
010650
010660 VALIDATE-PATTERN-ENTRY.
010670     MOVE ZERO TO WS-PATTERN-LENGTH.
010680     PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
010690             UNTIL WS-CHAR-POS > 10
010700         IF WS-PATTERN(WS-CHAR-POS:1) NOT EQUAL SPACE
010710             MOVE WS-CHAR-POS TO WS-PATTERN-LENGTH
010720         END-IF
010730     END-PERFORM.
010740     IF WS-PATTERN-LENGTH > ZERO
010750         AND WS-TYPED-LENGTH EQUAL WS-PATTERN-LENGTH
010760         SET WS-ENTRY-VALID TO TRUE
010770         PERFORM CHECK-ONE-PATTERN-CHAR
010780             VARYING WS-CHAR-POS FROM 1 BY 1
010790             UNTIL WS-CHAR-POS > WS-PATTERN-LENGTH
010800     END-IF.
010810
010820 CHECK-ONE-PATTERN-CHAR.
010830     EVALUATE WS-PATTERN(WS-CHAR-POS:1)
010840         WHEN "9"
010850             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT NUMERIC
010860                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010870             END-IF
010880         WHEN "A"
010890             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT ALPHABETIC
010900                 OR WS-TYPED-VALUE(WS-CHAR-POS:1) EQUAL SPACE
010910                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010920             END-IF
010930         WHEN "X"
010940             IF WS-TYPED-VALUE(WS-CHAR-POS:1) EQUAL SPACE
010950                 MOVE "N" TO WS-ENTRY-VALID-FLAG
010960             END-IF
010970         WHEN OTHER
010980             IF WS-TYPED-VALUE(WS-CHAR-POS:1) NOT EQUAL
010990                 WS-PATTERN(WS-CHAR-POS:1)
011000                 MOVE "N" TO WS-ENTRY-VALID-FLAG
011010             END-IF
011020     END-EVALUATE.
011030
011040*----------------------------------------------------------------
011050* CHECK-CASE-RESULT - COMPARE WHAT QUESTION WOULD DO WITH WHAT
011060* THE CASE EXPECTS. THE OUTCOME MUST AGREE; EACH EXPECTED FIELD
011070* GIVEN MUST AGREE AS WELL. A CASE WHOSE OWN FIELDS ARE NOT
011080* USABLE FAILS, SO A MIS-PUNCHED DECK CANNOT PASS BY ACCIDENT.
011090*----------------------------------------------------------------
011100 CHECK-CASE-RESULT.
011110     MOVE SPACES TO WS-FAIL-REASON.
011120     EVALUATE TRUE
011130         WHEN QB-QUESTION-ID EQUAL SPACES
011140             MOVE "CASE HAS NO QUESTION ID" TO WS-FAIL-REASON
011150         WHEN NOT QB-EXPECT-ACCEPTED
011160             AND NOT QB-EXPECT-INVALID
011170             AND NOT QB-EXPECT-REFUSED
011180             MOVE "EXPECTED OUTCOME MUST BE A, I, OR R"
011190                 TO WS-FAIL-REASON
011200         WHEN (QB-EXPECT-POSITION NOT EQUAL SPACES
011210             AND QB-EXPECT-POSITION NOT NUMERIC)
011220             OR (QB-EXPECT-RC NOT EQUAL SPACES
011230             AND QB-EXPECT-RC NOT NUMERIC)
011240             MOVE "EXPECTED POSITION OR RC NOT NUMERIC"
011250                 TO WS-FAIL-REASON
011260         WHEN QB-EXPECT-OUTCOME NOT EQUAL WS-GOT-OUTCOME
011270             STRING "EXPECTED OUTCOME " QB-EXPECT-OUTCOME
011280                 ", QUESTION WOULD GIVE " WS-GOT-OUTCOME
011290                 DELIMITED BY SIZE INTO WS-FAIL-REASON
011300         WHEN QB-EXPECT-ACCEPTED
011310             AND QB-EXPECT-ANSWER NOT EQUAL SPACES
011320             AND QB-EXPECT-ANSWER NOT EQUAL WS-RESULT
011330             STRING "EXPECTED ANSWER " QB-EXPECT-ANSWER
011340                 ", QANSWER WOULD CARRY " WS-RESULT
011350                 DELIMITED BY SIZE INTO WS-FAIL-REASON
011360         WHEN QB-EXPECT-ACCEPTED
011370             AND QB-EXPECT-POSITION NOT EQUAL SPACES
011380             AND QB-EXPECT-POSITION NOT EQUAL WS-MATCH-POSITION
011390             STRING "EXPECTED POSITION " QB-EXPECT-POSITION
011400                 ", MATCHED POSITION " WS-MATCH-POSITION
011410                 DELIMITED BY SIZE INTO WS-FAIL-REASON
011420         WHEN NOT QB-EXPECT-INVALID
011430             AND QB-EXPECT-RC NOT EQUAL SPACES
011440             AND QB-EXPECT-RC NOT EQUAL WS-GOT-RC
011450             STRING "EXPECTED RC " QB-EXPECT-RC
011460                 ", STEP WOULD END RC " WS-GOT-RC
011470                 DELIMITED BY SIZE INTO WS-FAIL-REASON
011480         WHEN OTHER
011490             CONTINUE
011500     END-EVALUATE.
011510     IF WS-FAIL-REASON EQUAL SPACES
011520         ADD 1 TO WS-PASS-COUNT
011530     ELSE
011540         ADD 1 TO WS-FAIL-COUNT
011550     END-IF.
011560
011570*----------------------------------------------------------------
011580* PRINT-CASE-LINES - THE CASE AS KEYED, WHAT QUESTION WOULD DO
011590* WITH IT (AND FROM WHICH QOPTIONS VERSION), AND WHY IT FAILED.
011600*----------------------------------------------------------------
011610 PRINT-CASE-LINES.
011620     MOVE SPACES TO QL-PRINT-LINE.
011630     STRING "CASE " QB-CASE-ID " QID " QB-QUESTION-ID
011640         " OPR " QB-OPERATOR-ID " SHIFT " QB-SHIFT-CODE
011650         " AS OF " WS-OPTION-AS-OF-DATE " KEYED '"
011660         QB-KEYED-VALUE "'"
011670         DELIMITED BY SIZE INTO QL-PRINT-LINE.
011680     IF WS-FAIL-REASON EQUAL SPACES
011690         MOVE "PASS" TO QL-PRINT-LINE(95:4)
011700     ELSE
011710         MOVE "FAIL" TO QL-PRINT-LINE(95:4)
011720     END-IF.
011730     PERFORM PUT-LIST-LINE.
011740
011750     MOVE SPACES TO QL-PRINT-LINE.
011760     EVALUATE TRUE
011770         WHEN WS-GOT-ACCEPTED
011780             STRING "     ACCEPTED '" WS-RESULT "' POSITION "
011790                 WS-MATCH-POSITION " RC " WS-GOT-RC
011800                 " - " WS-OPTION-SOURCE " RECORD, VERSION FROM "
011810                 WS-OPTION-EFFECTIVE
011820                 DELIMITED BY SIZE INTO QL-PRINT-LINE
011830         WHEN WS-GOT-INVALID
011840             STRING "     INVALID - " WS-GOT-TEXT
011850                 DELIMITED BY SIZE INTO QL-PRINT-LINE
011860             MOVE WS-OPTION-SOURCE TO QL-PRINT-LINE(80:8)
011870             MOVE WS-OPTION-EFFECTIVE TO QL-PRINT-LINE(89:8)
011880         WHEN OTHER
011890             STRING "     REFUSED RC " WS-GOT-RC " - " WS-GOT-TEXT
011900                 DELIMITED BY SIZE INTO QL-PRINT-LINE
011910     END-EVALUATE.
011920     PERFORM PUT-LIST-LINE.
011930
011940     IF WS-IGNORED-TEXT NOT EQUAL SPACES
011950         MOVE SPACES TO QL-PRINT-LINE
011960         STRING "     NOTE: " WS-IGNORED-TEXT
011970             DELIMITED BY SIZE INTO QL-PRINT-LINE
011980         PERFORM PUT-LIST-LINE
011990     END-IF.
012000     IF WS-FAIL-REASON NOT EQUAL SPACES
012010         MOVE SPACES TO QL-PRINT-LINE
012020         STRING "     FAILED: " WS-FAIL-REASON
012030             DELIMITED BY SIZE INTO QL-PRINT-LINE
012040         PERFORM PUT-LIST-LINE
012050     END-IF.
012060
012070*----------------------------------------------------------------
012080* PRINT-SUMMARY - COUNTS AND THE VERDICT THE APPLY STEP GATES ON.
012090*----------------------------------------------------------------
012100 PRINT-SUMMARY.
012110     PERFORM PUT-BLANK-LINE.
012120     MOVE SPACES TO QL-PRINT-LINE.
012130     STRING WS-CASE-COUNT " CASES RUN, " WS-PASS-COUNT
012140         " PASSED, " WS-FAIL-COUNT " FAILED"
012150         DELIMITED BY SIZE INTO QL-PRINT-LINE.
012160     PERFORM PUT-LIST-LINE.
012170     EVALUATE WS-FINAL-RC
012180         WHEN 0
012190             MOVE "ALL CASES PASSED - DECK CLEARED FOR QOPTMNT"
012200                 TO QL-PRINT-LINE
012210         WHEN 8
012220             MOVE "CASES FAILED - DO NOT APPLY THE DECK"
012230                 TO QL-PRINT-LINE
012240         WHEN 12
012250             MOVE "DECK REJECTED - CORRECT IT AND RERUN QSIMUL"
012260                 TO QL-PRINT-LINE
012270         WHEN OTHER
012280             MOVE "TEST NOT RUN - DO NOT APPLY THE DECK"
012290                 TO QL-PRINT-LINE
012300     END-EVALUATE.
012310     PERFORM PUT-LIST-LINE.
012320     DISPLAY "QSIMUL - " WS-CASE-COUNT " CASES, " WS-PASS-COUNT
012330         " PASSED, " WS-FAIL-COUNT " FAILED - RETURN CODE "
012340         WS-FINAL-RC.
012350
012360 PUT-BLANK-LINE.
012370     MOVE SPACES TO QL-PRINT-LINE.
012380     PERFORM PUT-LIST-LINE.
012390
012400 PUT-LIST-LINE.
012410     WRITE QL-PRINT-LINE.
012420     MOVE SPACES TO QL-PRINT-LINE.
