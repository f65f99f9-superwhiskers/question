000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. MONTHLY DECISION-POINT
000050*                  STATEMENT FOR EACH OWNING APPLICATION ON THE
000060*                  QOWNER REGISTRY: ITS DECISION POINTS, THE
000070*                  MONTH'S QAUDIT EVENTS AGAINST EACH BY EVENT
000080*                  TYPE - ANSWERS, DEFAULTS, ABORTS, STAGED
000090*                  APPROVALS - AND THE OPERATOR CONSOLE TIME THEY
000100*                  TOOK, SO THE COST OF EVERY DECISION POINT LANDS
000110*                  WITH THE APPLICATION THAT ASKED FOR IT.
000120*----------------------------------------------------------------
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. qrpt06.
000160 AUTHOR. R P HALVORSEN.
000170 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200
000210*----------------------------------------------------------------
000220* QRPT06 PRINTS ONE STATEMENT PER APPLICATION FOR THE MONTH IN
000230* QRPTMON (YYYYMM; DEFAULT LAST MONTH). EVERY DECISION POINT THE
000240* APPLICATION OWNS ON QOWNER IS LISTED, WITH ITS TEAM, CONTACTS,
000250* AND IMPACT CLASS, WHETHER OR NOT IT WAS ASKED THAT MONTH, AND
000260* AGAINST IT THE COUNT OF EACH QAUDIT EVENT TYPE:
000270*
000280*   ANSWER   KEYED AND ACCEPTED ("A")
000290*   REUSE    RESTART REUSE OF AN EARLIER ANSWER ("R")
000300*   DEFAULT  QDFTANS DEFAULT TAKEN ("D")
000310*   STAGED   SUPERVISOR-APPROVED STAGED ANSWER CONSUMED ("S")
000320*   INVALID  ENTRY REJECTED ("I")
000330*   BADVFY   OPERATOR VERIFICATION CODE FAILED ("V")
000340*   ABORT    TOO MANY RETRIES - RUN ABORTED ("X")
000350*   DEADLN   RESPONSE DEADLINE EXPIRED ("T")
000360*   SKIPPED  SCRIPTED QUESTION SKIPPED BY ITS CONDITION ("K")
000370*
000380* AND THE TOTAL OF QA-RESPONSE-SECS - THE SECONDS OPERATORS SPENT
000390* AT THE CONSOLE ON IT. EACH STATEMENT ENDS WITH THE
000400* APPLICATION'S TOTALS. DECISION POINTS WITH EVENTS IN THE MONTH
000410* BUT NO OWNER ON QOWNER ARE GATHERED ON A FINAL "NO OWNER ON
000420* FILE" STATEMENT SO THEY CAN BE REGISTERED WITH QOWNMNT.
000430*
000440* THE MONTH IS READ FROM THE QAUDARCH GENERATIONS (OLDEST FIRST,
000450* OR DD DUMMY) AND THEN THE LIVE QAUDIT, SO A MONTH ALREADY
000460* ARCHIVED BY QARCHIV IS STILL COMPLETE.
000470*----------------------------------------------------------------
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS QZ-QUESTION-ID
000560         FILE STATUS IS WS-QOWNER-STATUS.
000570
000580     SELECT QAUDIT-FILE ASSIGN TO "QAUDIT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-QAUDIT-STATUS.
000610
000620     SELECT QAUDARCH-FILE ASSIGN TO "QAUDARCH"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-QAUDARCH-STATUS.
000650
000660     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
000670
000680     SELECT QRPT06-FILE ASSIGN TO "QRPT06"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-QRPT06-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  QOWNER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY QOWNREC.
000770
000780 FD  QAUDIT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY QAUDREC.
000810
000820 FD  QAUDARCH-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY QAUDREC.
000850
000860*----------------------------------------------------------------
000870* ONE SORT RECORD PER DECISION POINT, IN APPLICATION ORDER WITH
000880* THE UNOWNED DECISION POINTS (GROUP "2") LAST.
000890*----------------------------------------------------------------
000900 SD  SORT-WORK-FILE.
000910 01  SR-STATEMENT-RECORD.
000920     05  SR-GROUP                    PIC X(01).
000930     05  SR-APPLICATION-ID           PIC X(08).
000940     05  SR-QUESTION-ID              PIC X(08).
000950     05  SR-TEAM-ID                  PIC X(08).
000960     05  SR-PRIMARY-CONTACT          PIC X(25).
000970     05  SR-BACKUP-CONTACT           PIC X(25).
000980     05  SR-IMPACT-CLASS             PIC X(01).
000990     05  SR-COUNTS.
001000         10  SR-ANSWERED             PIC 9(07).
001010         10  SR-REUSED               PIC 9(07).
001020         10  SR-DEFAULTED            PIC 9(07).
001030         10  SR-STAGED               PIC 9(07).
001040         10  SR-INVALID              PIC 9(07).
001050         10  SR-VERIFY-FAIL          PIC 9(07).
001060         10  SR-ABORTED              PIC 9(07).
001070         10  SR-DEADLINE             PIC 9(07).
001080         10  SR-SKIPPED              PIC 9(07).
001090         10  SR-CONSOLE-SECS         PIC 9(09).
001100
001110 FD  QRPT06-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  QV-PRINT-LINE                   PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-QOWNER-STATUS                PIC X(02) VALUE SPACES.
001170 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
001180 01  WS-QAUDARCH-STATUS              PIC X(02) VALUE SPACES.
001190 01  WS-QRPT06-STATUS                PIC X(02) VALUE SPACES.
001200
001210 01  WS-SORT-EOF-FLAG                PIC X(01) VALUE "N".
001220     88  WS-SORT-EOF                 VALUE "Y".
001230
001240*----------------------------------------------------------------
001250* THE STATEMENT MONTH
001260*----------------------------------------------------------------
001270 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
001280 01  WS-STATEMENT-MONTH              PIC X(06) VALUE SPACES.
001290 01  WS-STATEMENT-MONTH-R REDEFINES WS-STATEMENT-MONTH.
001300     05  WS-STATEMENT-YEAR           PIC 9(04).
001310     05  WS-STATEMENT-MM             PIC 9(02).
001320
001330*----------------------------------------------------------------
001340* DECISION-POINT TABLE: THE QOWNER REGISTRY AS LOADED, THEN ANY
001350* UNOWNED QUESTION ID MET ON THE TRAIL, EACH WITH ITS MONTH'S
001360* EVENT COUNTS. PAST THE TABLE'S SIZE A QUESTION IS COUNTED ONLY
001370* IN THE OVERFLOW TOTAL AND THE RUN IS FLAGGED.
001380*----------------------------------------------------------------
001390 01  WS-DP-COUNT                     PIC 9(03) VALUE ZERO.
001400 01  WS-DP-MAX                       PIC 9(03) VALUE 500.
001410 01  WS-DP-TABLE.
001420     05  WS-DP-ENTRY OCCURS 1 TO 500 TIMES
001430                     DEPENDING ON WS-DP-COUNT
001440                     INDEXED BY D.
001450         10  WS-DP-GROUP             PIC X(01).
001460         10  WS-DP-APPLICATION-ID    PIC X(08).
001470         10  WS-DP-QUESTION-ID       PIC X(08).
001480         10  WS-DP-TEAM-ID           PIC X(08).
001490         10  WS-DP-PRIMARY-CONTACT   PIC X(25).
001500         10  WS-DP-BACKUP-CONTACT    PIC X(25).
001510         10  WS-DP-IMPACT-CLASS      PIC X(01).
001520         10  WS-DP-COUNTS.
001530             15  WS-DP-ANSWERED      PIC 9(07).
001540             15  WS-DP-REUSED        PIC 9(07).
001550             15  WS-DP-DEFAULTED     PIC 9(07).
001560             15  WS-DP-STAGED        PIC 9(07).
001570             15  WS-DP-INVALID       PIC 9(07).
001580             15  WS-DP-VERIFY-FAIL   PIC 9(07).
001590             15  WS-DP-ABORTED       PIC 9(07).
001600             15  WS-DP-DEADLINE      PIC 9(07).
001610             15  WS-DP-SKIPPED       PIC 9(07).
001620             15  WS-DP-CONSOLE-SECS  PIC 9(09).
001630 01  WS-DP-FOUND-FLAG                PIC X(01) VALUE "N".
001640     88  WS-DP-FOUND                 VALUE "Y".
001650 01  WS-OVERFLOW-COUNT               PIC 9(07) VALUE ZERO.
001660 01  WS-MONTH-EVENT-COUNT            PIC 9(07) VALUE ZERO.
001670 01  WS-OWNED-COUNT                  PIC 9(03) VALUE ZERO.
001680
001690*----------------------------------------------------------------
001700* AUDIT TRAIL WORK AREA - THE RECORD JUST READ FROM EITHER FILE
001710*----------------------------------------------------------------
001720 COPY QAUDREC
001730     REPLACING ==QA-AUDIT-RECORD==   BY ==XA-AUDIT-RECORD==
001740               ==QA-RUN-DATE==       BY ==XA-RUN-DATE==
001750               ==QA-RUN-TIME==       BY ==XA-RUN-TIME==
001760               ==QA-JOB-NAME==       BY ==XA-JOB-NAME==
001770               ==QA-STEP-NAME==      BY ==XA-STEP-NAME==
001780               ==QA-QUESTION-ID==    BY ==XA-QUESTION-ID==
001790               ==QA-OPERATOR-ID==    BY ==XA-OPERATOR-ID==
001800               ==QA-SECOND-OPERATOR-ID==
001810                       BY ==XA-SECOND-OPERATOR-ID==
001820               ==QA-APPROVER-ID==    BY ==XA-APPROVER-ID==
001830               ==QA-SHIFT-CODE==     BY ==XA-SHIFT-CODE==
001840               ==QA-EVENT-TYPE==     BY ==XA-EVENT-TYPE==
001850               ==QA-EVENT-ANSWERED== BY ==XA-EVENT-ANSWERED==
001860               ==QA-EVENT-DEFAULTED== BY ==XA-EVENT-DEFAULTED==
001870               ==QA-EVENT-RESTART-REUSE==
001880                       BY ==XA-EVENT-RESTART-REUSE==
001890               ==QA-EVENT-INVALID==  BY ==XA-EVENT-INVALID==
001900               ==QA-EVENT-RETRY-ABORT==
001910                       BY ==XA-EVENT-RETRY-ABORT==
001920               ==QA-EVENT-DEADLINE== BY ==XA-EVENT-DEADLINE==
001930               ==QA-EVENT-STAGED==   BY ==XA-EVENT-STAGED==
001940               ==QA-EVENT-SKIPPED==  BY ==XA-EVENT-SKIPPED==
001950               ==QA-EVENT-VERIFY-FAIL==
001960                       BY ==XA-EVENT-VERIFY-FAIL==
001970               ==QA-EVENT-ANSWER==   BY ==XA-EVENT-ANSWER==
001980               ==QA-PROMPT-TEXT==    BY ==XA-PROMPT-TEXT==
001990               ==QA-RESULT==         BY ==XA-RESULT==
002000               ==QA-RESPONSE-SECS==  BY ==XA-RESPONSE-SECS==
002010               ==QA-OPTION-EFFECTIVE==
002020                       BY ==XA-OPTION-EFFECTIVE==
002030               ==QA-SEQUENCE-NO==    BY ==XA-SEQUENCE-NO==
002040               ==QA-CHAIN-VALUE==    BY ==XA-CHAIN-VALUE==.
002050
002060*----------------------------------------------------------------
002070* STATEMENT CONTROL BREAK AND TOTALS
002080*----------------------------------------------------------------
002090 01  WS-PRIOR-GROUP-KEY              PIC X(09) VALUE HIGH-VALUES.
002100 01  WS-STATEMENT-COUNT              PIC 9(03) VALUE ZERO.
002110 01  WS-APPLICATION-TOTALS.
002120     05  WS-AT-DECISION-POINTS       PIC 9(05).
002130     05  WS-AT-ANSWERED              PIC 9(07).
002140     05  WS-AT-REUSED                PIC 9(07).
002150     05  WS-AT-DEFAULTED             PIC 9(07).
002160     05  WS-AT-STAGED                PIC 9(07).
002170     05  WS-AT-INVALID               PIC 9(07).
002180     05  WS-AT-VERIFY-FAIL           PIC 9(07).
002190     05  WS-AT-ABORTED               PIC 9(07).
002200     05  WS-AT-DEADLINE              PIC 9(07).
002210     05  WS-AT-SKIPPED               PIC 9(07).
002220     05  WS-AT-CONSOLE-SECS          PIC 9(09).
002230
002240*----------------------------------------------------------------
002250* CONSOLE SECONDS SHOWN AS HOURS, MINUTES, AND SECONDS
002260*----------------------------------------------------------------
002270 01  WS-TIME-SECS                    PIC 9(09) VALUE ZERO.
002280 01  WS-TIME-HOURS                   PIC 9(05) VALUE ZERO.
002290 01  WS-TIME-MINUTES                 PIC 9(02) VALUE ZERO.
002300 01  WS-TIME-REMAINDER               PIC 9(04) VALUE ZERO.
002310 01  WS-TIME-TEXT.
002320     05  WS-TT-HOURS                 PIC ZZZZ9.
002330     05  FILLER                      PIC X(01) VALUE ":".
002340     05  WS-TT-MINUTES               PIC 9(02).
002350     05  FILLER                      PIC X(01) VALUE ":".
002360     05  WS-TT-SECONDS               PIC 9(02).
002370
002380*----------------------------------------------------------------
002390* REPORT LINE LAYOUTS
002400*----------------------------------------------------------------
002410 01  WS-TITLE-LINE.
002420     05  FILLER                      PIC X(38) VALUE
002430         "QRPT06 - DECISION-POINT STATEMENT FOR ".
002440     05  WS-TL-MONTH                 PIC X(07).
002450     05  FILLER                      PIC X(17) VALUE
002460         "  - APPLICATION: ".
002470     05  WS-TL-APPLICATION           PIC X(20).
002480
002490 01  WS-COLUMN-HEADING-LINE.
002500     05  FILLER                      PIC X(10) VALUE "QUESTION".
002510     05  FILLER                      PIC X(10) VALUE "TEAM".
002520     05  FILLER                      PIC X(09) VALUE "IMPACT".
002530     05  FILLER                      PIC X(08) VALUE "  ANSWER".
002540     05  FILLER                      PIC X(08) VALUE "   REUSE".
002550     05  FILLER                      PIC X(08) VALUE " DEFAULT".
002560     05  FILLER                      PIC X(08) VALUE "  STAGED".
002570     05  FILLER                      PIC X(08) VALUE " INVALID".
002580     05  FILLER                      PIC X(08) VALUE "  BADVFY".
002590     05  FILLER                      PIC X(08) VALUE "   ABORT".
002600     05  FILLER                      PIC X(08) VALUE "  DEADLN".
002610     05  FILLER                      PIC X(08) VALUE " SKIPPED".
002620     05  FILLER                      PIC X(14) VALUE
002630         "  CONSOLE TIME".
002640
002650 01  WS-DETAIL-LINE.
002660     05  WS-DL-QUESTION-ID           PIC X(08).
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  WS-DL-TEAM-ID               PIC X(08).
002690     05  FILLER                      PIC X(02) VALUE SPACES.
002700     05  WS-DL-IMPACT                PIC X(09).
002710     05  WS-DL-ANSWERED              PIC ZZZZZZ9.
002720     05  FILLER                      PIC X(01) VALUE SPACES.
002730     05  WS-DL-REUSED                PIC ZZZZZZ9.
002740     05  FILLER                      PIC X(01) VALUE SPACES.
002750     05  WS-DL-DEFAULTED             PIC ZZZZZZ9.
002760     05  FILLER                      PIC X(01) VALUE SPACES.
002770     05  WS-DL-STAGED                PIC ZZZZZZ9.
002780     05  FILLER                      PIC X(01) VALUE SPACES.
002790     05  WS-DL-INVALID               PIC ZZZZZZ9.
002800     05  FILLER                      PIC X(01) VALUE SPACES.
002810     05  WS-DL-VERIFY-FAIL           PIC ZZZZZZ9.
002820     05  FILLER                      PIC X(01) VALUE SPACES.
002830     05  WS-DL-ABORTED               PIC ZZZZZZ9.
002840     05  FILLER                      PIC X(01) VALUE SPACES.
002850     05  WS-DL-DEADLINE              PIC ZZZZZZ9.
002860     05  FILLER                      PIC X(01) VALUE SPACES.
002870     05  WS-DL-SKIPPED               PIC ZZZZZZ9.
002880     05  FILLER                      PIC X(03) VALUE SPACES.
002890     05  WS-DL-CONSOLE-TIME          PIC X(11).
002900
002910 01  WS-CONTACT-LINE.
002920     05  FILLER                      PIC X(10) VALUE SPACES.
002930     05  FILLER                      PIC X(09) VALUE "PRIMARY: ".
002940     05  WS-CL-PRIMARY               PIC X(25).
002950     05  FILLER                      PIC X(10) VALUE "  BACKUP: ".
002960     05  WS-CL-BACKUP                PIC X(25).
002970
002980 01  WS-TOTAL-LINE.
002990     05  FILLER                      PIC X(06) VALUE "TOTAL ".
003000     05  WS-TOT-DECISION-POINTS      PIC ZZZ9.
003010     05  FILLER                      PIC X(19) VALUE
003020         " DECISION POINTS".
003030     05  WS-TOT-ANSWERED             PIC ZZZZZZ9.
003040     05  FILLER                      PIC X(01) VALUE SPACES.
003050     05  WS-TOT-REUSED               PIC ZZZZZZ9.
003060     05  FILLER                      PIC X(01) VALUE SPACES.
003070     05  WS-TOT-DEFAULTED            PIC ZZZZZZ9.
003080     05  FILLER                      PIC X(01) VALUE SPACES.
003090     05  WS-TOT-STAGED               PIC ZZZZZZ9.
003100     05  FILLER                      PIC X(01) VALUE SPACES.
003110     05  WS-TOT-INVALID              PIC ZZZZZZ9.
003120     05  FILLER                      PIC X(01) VALUE SPACES.
003130     05  WS-TOT-VERIFY-FAIL          PIC ZZZZZZ9.
003140     05  FILLER                      PIC X(01) VALUE SPACES.
003150     05  WS-TOT-ABORTED              PIC ZZZZZZ9.
003160     05  FILLER                      PIC X(01) VALUE SPACES.
003170     05  WS-TOT-DEADLINE             PIC ZZZZZZ9.
003180     05  FILLER                      PIC X(01) VALUE SPACES.
003190     05  WS-TOT-SKIPPED              PIC ZZZZZZ9.
003200     05  FILLER                      PIC X(03) VALUE SPACES.
003210     05  WS-TOT-CONSOLE-TIME         PIC X(11).
003220
003230 PROCEDURE DIVISION.
003240 MAIN.
003250     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003260     PERFORM GET-STATEMENT-MONTH.
003270     PERFORM LOAD-OWNER-REGISTRY.
003280     PERFORM SCAN-AUDIT-TRAIL.
003290     SORT SORT-WORK-FILE
003300         ON ASCENDING KEY SR-GROUP SR-APPLICATION-ID
003310                          SR-QUESTION-ID
003320         INPUT PROCEDURE IS RELEASE-DECISION-POINTS
003330         OUTPUT PROCEDURE IS PRODUCE-STATEMENTS.
003340     IF WS-OVERFLOW-COUNT > ZERO
003350         DISPLAY "QRPT06 - MORE THAN " WS-DP-MAX
003360             " DECISION POINTS - " WS-OVERFLOW-COUNT
003370             " EVENTS NOT ON ANY STATEMENT"
003390     END-IF.
003400     STOP RUN.
003410
003420*----------------------------------------------------------------
003430* GET-STATEMENT-MONTH - QRPTMON AS YYYYMM, OR THE CALENDAR MONTH
003440* BEFORE THIS ONE, SO THE JOB SCHEDULED ON THE 1ST NEEDS NO PARM.
003450*----------------------------------------------------------------
003460 GET-STATEMENT-MONTH.
003470     ACCEPT WS-STATEMENT-MONTH FROM ENVIRONMENT "QRPTMON".
003480     IF WS-STATEMENT-MONTH NOT NUMERIC
003490         OR WS-STATEMENT-MM < 1 OR WS-STATEMENT-MM > 12
003500         IF WS-STATEMENT-MONTH NOT EQUAL SPACES
003510             DISPLAY "QRPT06 - QRPTMON IS NOT YYYYMM ('"
003520                 WS-STATEMENT-MONTH "') - USING LAST MONTH"
003530         END-IF
003540         MOVE WS-TODAY-DATE(1:6) TO WS-STATEMENT-MONTH
003550         IF WS-STATEMENT-MM EQUAL 1
003560             SUBTRACT 1 FROM WS-STATEMENT-YEAR
003570             MOVE 12 TO WS-STATEMENT-MM
003580         ELSE
003590             SUBTRACT 1 FROM WS-STATEMENT-MM
003600         END-IF
003610     END-IF.
003620     STRING WS-STATEMENT-MONTH(1:4) "-" WS-STATEMENT-MONTH(5:2)
003630         DELIMITED BY SIZE INTO WS-TL-MONTH.
003640
003650*----------------------------------------------------------------
003660* LOAD-OWNER-REGISTRY - EVERY QOWNER ENTRY INTO THE TABLE, IN
003670* QUESTION ID ORDER. WITHOUT THE REGISTRY EVERY DECISION POINT
003680* LANDS ON THE "NO OWNER ON FILE" STATEMENT.
003690*----------------------------------------------------------------
003700 LOAD-OWNER-REGISTRY.
003710     MOVE ZERO TO WS-DP-COUNT.
003720     OPEN INPUT QOWNER-FILE.
003730     IF WS-QOWNER-STATUS EQUAL "00"
003740         PERFORM LOAD-ONE-OWNER
003750             UNTIL WS-QOWNER-STATUS NOT EQUAL "00"
003760         CLOSE QOWNER-FILE
003770     ELSE
003780         DISPLAY "QRPT06 - QOWNER NOT AVAILABLE (STATUS "
003790             WS-QOWNER-STATUS ") - NO DECISION POINT HAS AN OWNER"
003800     END-IF.
003810     MOVE WS-DP-COUNT TO WS-OWNED-COUNT.
003820
003830 LOAD-ONE-OWNER.
003840     READ QOWNER-FILE
003850         AT END
003860             CONTINUE
003870         NOT AT END
003880             IF WS-DP-COUNT < WS-DP-MAX
003890                 ADD 1 TO WS-DP-COUNT
003900                 SET D TO WS-DP-COUNT
003910                 MOVE "1" TO WS-DP-GROUP(D)
003920                 MOVE QZ-APPLICATION-ID TO WS-DP-APPLICATION-ID(D)
003930                 MOVE QZ-QUESTION-ID TO WS-DP-QUESTION-ID(D)
003940                 MOVE QZ-TEAM-ID TO WS-DP-TEAM-ID(D)
003950                 MOVE QZ-PRIMARY-CONTACT
003960                     TO WS-DP-PRIMARY-CONTACT(D)
003970                 MOVE QZ-BACKUP-CONTACT TO WS-DP-BACKUP-CONTACT(D)
003980                 MOVE QZ-IMPACT-CLASS TO WS-DP-IMPACT-CLASS(D)
003990                 MOVE ZERO TO WS-DP-ANSWERED(D) WS-DP-REUSED(D)
004000                     WS-DP-DEFAULTED(D) WS-DP-STAGED(D)
004010                     WS-DP-INVALID(D) WS-DP-VERIFY-FAIL(D)
004020                     WS-DP-ABORTED(D) WS-DP-DEADLINE(D)
004030                     WS-DP-SKIPPED(D) WS-DP-CONSOLE-SECS(D)
004040             ELSE
004050                 DISPLAY "QRPT06 - QOWNER HAS MORE THAN "
004060                     WS-DP-MAX " ENTRIES - REMAINDER NOT LOADED"
004070             END-IF
004080     END-READ.
004090
004100*----------------------------------------------------------------
004110* SCAN-AUDIT-TRAIL - THE ARCHIVE GENERATIONS, THEN THE LIVE
004120* QAUDIT, COUNTING EVERY EVENT DATED IN THE STATEMENT MONTH.
004130*----------------------------------------------------------------
004140 SCAN-AUDIT-TRAIL.
004150     OPEN INPUT QAUDARCH-FILE.
004160     IF WS-QAUDARCH-STATUS EQUAL "00"
004170         PERFORM READ-ONE-ARCHIVE-RECORD
004180             UNTIL WS-QAUDARCH-STATUS NOT EQUAL "00"
004190         CLOSE QAUDARCH-FILE
004200     END-IF.
004210     OPEN INPUT QAUDIT-FILE.
004220     IF WS-QAUDIT-STATUS EQUAL "00"
004230         PERFORM READ-ONE-LIVE-RECORD
004240             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
004250         CLOSE QAUDIT-FILE
004260     ELSE
004270         DISPLAY "QRPT06 - QAUDIT NOT AVAILABLE (STATUS "
004280             WS-QAUDIT-STATUS ")"
004290     END-IF.
004300
004310 READ-ONE-ARCHIVE-RECORD.
004320     READ QAUDARCH-FILE
004330         AT END
004340             CONTINUE
004350         NOT AT END
004360             MOVE QA-AUDIT-RECORD OF QAUDARCH-FILE
004370                 TO XA-AUDIT-RECORD
004380             PERFORM TALLY-AUDIT-RECORD
004390     END-READ.
004400
004410 READ-ONE-LIVE-RECORD.
004420     READ QAUDIT-FILE
004430         AT END
004440             CONTINUE
004450         NOT AT END
004460             MOVE QA-AUDIT-RECORD OF QAUDIT-FILE
004470                 TO XA-AUDIT-RECORD
004480             PERFORM TALLY-AUDIT-RECORD
004490     END-READ.
004500
004510*----------------------------------------------------------------
004520* TALLY-AUDIT-RECORD - FIND THE DECISION POINT (ADDING IT AS
004530* UNOWNED WHEN IT IS NOT ON THE REGISTRY) AND COUNT THE EVENT.
004540*----------------------------------------------------------------
004550 TALLY-AUDIT-RECORD.
004560     IF XA-RUN-DATE(1:6) EQUAL WS-STATEMENT-MONTH
004570         ADD 1 TO WS-MONTH-EVENT-COUNT
004580         PERFORM FIND-DECISION-POINT
004590         IF WS-DP-FOUND
004600             PERFORM COUNT-ONE-EVENT
004610         ELSE
004620             ADD 1 TO WS-OVERFLOW-COUNT
004630         END-IF
004640     END-IF.
004650
004660 FIND-DECISION-POINT.
004670     MOVE "N" TO WS-DP-FOUND-FLAG.
004680     SET D TO 1.
004690     SEARCH WS-DP-ENTRY
004700         AT END
004710             CONTINUE
004720         WHEN WS-DP-QUESTION-ID(D) EQUAL XA-QUESTION-ID
004730             SET WS-DP-FOUND TO TRUE
004740     END-SEARCH.
004750     IF NOT WS-DP-FOUND AND WS-DP-COUNT < WS-DP-MAX
004760         ADD 1 TO WS-DP-COUNT
004770         SET D TO WS-DP-COUNT
004780         MOVE "2" TO WS-DP-GROUP(D)
004790         MOVE SPACES TO WS-DP-APPLICATION-ID(D) WS-DP-TEAM-ID(D)
004800             WS-DP-PRIMARY-CONTACT(D) WS-DP-BACKUP-CONTACT(D)
004810             WS-DP-IMPACT-CLASS(D)
004820         MOVE XA-QUESTION-ID TO WS-DP-QUESTION-ID(D)
004830         MOVE ZERO TO WS-DP-ANSWERED(D) WS-DP-REUSED(D)
004840             WS-DP-DEFAULTED(D) WS-DP-STAGED(D)
004850             WS-DP-INVALID(D) WS-DP-VERIFY-FAIL(D)
004860             WS-DP-ABORTED(D) WS-DP-DEADLINE(D)
004870             WS-DP-SKIPPED(D) WS-DP-CONSOLE-SECS(D)
004880         SET WS-DP-FOUND TO TRUE
004890     END-IF.
004900
004910 COUNT-ONE-EVENT.
004920     EVALUATE TRUE
004930         WHEN XA-EVENT-ANSWERED
004940             ADD 1 TO WS-DP-ANSWERED(D)
004950         WHEN XA-EVENT-RESTART-REUSE
004960             ADD 1 TO WS-DP-REUSED(D)
004970         WHEN XA-EVENT-DEFAULTED
004980             ADD 1 TO WS-DP-DEFAULTED(D)
004990         WHEN XA-EVENT-STAGED
005000             ADD 1 TO WS-DP-STAGED(D)
005010         WHEN XA-EVENT-INVALID
005020             ADD 1 TO WS-DP-INVALID(D)
005030         WHEN XA-EVENT-VERIFY-FAIL
005040             ADD 1 TO WS-DP-VERIFY-FAIL(D)
005050         WHEN XA-EVENT-RETRY-ABORT
005060             ADD 1 TO WS-DP-ABORTED(D)
005070         WHEN XA-EVENT-DEADLINE
005080             ADD 1 TO WS-DP-DEADLINE(D)
005090         WHEN XA-EVENT-SKIPPED
005100             ADD 1 TO WS-DP-SKIPPED(D)
005110     END-EVALUATE.
005120     IF XA-RESPONSE-SECS NUMERIC
005130         ADD XA-RESPONSE-SECS TO WS-DP-CONSOLE-SECS(D)
005140     END-IF.
005150
005160*----------------------------------------------------------------
005170* RELEASE-DECISION-POINTS - HAND EVERY REGISTERED DECISION POINT,
005180* AND EVERY UNOWNED ONE THAT WAS ASKED, TO THE SORT.
005190*----------------------------------------------------------------
005200 RELEASE-DECISION-POINTS.
005210     PERFORM RELEASE-ONE-DECISION-POINT
005220         VARYING D FROM 1 BY 1 UNTIL D > WS-DP-COUNT.
005230
005240 RELEASE-ONE-DECISION-POINT.
005250     MOVE WS-DP-GROUP(D) TO SR-GROUP.
005260     MOVE WS-DP-APPLICATION-ID(D) TO SR-APPLICATION-ID.
005270     MOVE WS-DP-QUESTION-ID(D) TO SR-QUESTION-ID.
005280     MOVE WS-DP-TEAM-ID(D) TO SR-TEAM-ID.
005290     MOVE WS-DP-PRIMARY-CONTACT(D) TO SR-PRIMARY-CONTACT.
005300     MOVE WS-DP-BACKUP-CONTACT(D) TO SR-BACKUP-CONTACT.
005310     MOVE WS-DP-IMPACT-CLASS(D) TO SR-IMPACT-CLASS.
005320     MOVE WS-DP-COUNTS(D) TO SR-COUNTS.
005330     RELEASE SR-STATEMENT-RECORD.
005340
005350*----------------------------------------------------------------
005360* PRODUCE-STATEMENTS - ONE STATEMENT PER APPLICATION, BROKEN ON
005370* GROUP AND APPLICATION, EACH ENDED BY ITS TOTALS.
005380*----------------------------------------------------------------
005390 PRODUCE-STATEMENTS.
005400     OPEN OUTPUT QRPT06-FILE.
005410     PERFORM RETURN-AND-PRINT UNTIL WS-SORT-EOF.
005420     IF WS-STATEMENT-COUNT > ZERO
005430         PERFORM WRITE-STATEMENT-TOTALS
005440     ELSE
005450         MOVE "QRPT06 - NO DECISION POINTS OWNED OR ASKED IN "
005460             TO QV-PRINT-LINE
005470         MOVE WS-TL-MONTH TO QV-PRINT-LINE(48:7)
005480         WRITE QV-PRINT-LINE
005490     END-IF.
005500     CLOSE QRPT06-FILE.
005510
005520 RETURN-AND-PRINT.
005530     RETURN SORT-WORK-FILE
005540         AT END
005550             SET WS-SORT-EOF TO TRUE
005560         NOT AT END
005570             IF SR-GROUP NOT EQUAL WS-PRIOR-GROUP-KEY(1:1)
005580                 OR SR-APPLICATION-ID
005590                     NOT EQUAL WS-PRIOR-GROUP-KEY(2:8)
005600                 IF WS-STATEMENT-COUNT > ZERO
005610                     PERFORM WRITE-STATEMENT-TOTALS
005620                 END-IF
005630                 PERFORM WRITE-STATEMENT-HEADING
005640                 MOVE SR-GROUP TO WS-PRIOR-GROUP-KEY(1:1)
005650                 MOVE SR-APPLICATION-ID TO WS-PRIOR-GROUP-KEY(2:8)
005660             END-IF
005670             PERFORM WRITE-DETAIL-LINES
005680     END-RETURN.
005690
005700*----------------------------------------------------------------
005710* WRITE-STATEMENT-HEADING - TITLE AND COLUMN HEADINGS FOR A NEW
005720* APPLICATION'S STATEMENT, AND ITS TOTALS CLEARED.
005730*----------------------------------------------------------------
005740 WRITE-STATEMENT-HEADING.
005750     ADD 1 TO WS-STATEMENT-COUNT.
005760     MOVE ZERO TO WS-APPLICATION-TOTALS.
005770     IF SR-GROUP EQUAL "2"
005780         MOVE "*** NO OWNER ON FILE" TO WS-TL-APPLICATION
005790     ELSE
005800         MOVE SR-APPLICATION-ID TO WS-TL-APPLICATION
005810     END-IF.
005820     MOVE WS-TITLE-LINE TO QV-PRINT-LINE.
005830     WRITE QV-PRINT-LINE.
005840     MOVE SPACES TO QV-PRINT-LINE.
005850     WRITE QV-PRINT-LINE.
005860     MOVE WS-COLUMN-HEADING-LINE TO QV-PRINT-LINE.
005870     WRITE QV-PRINT-LINE.
005880
005890*----------------------------------------------------------------
005900* WRITE-DETAIL-LINES - THE DECISION POINT'S COUNTS, AND UNDER AN
005910* OWNED ONE ITS CONTACTS; ADDED INTO THE APPLICATION TOTALS.
005920*----------------------------------------------------------------
005930 WRITE-DETAIL-LINES.
005940     MOVE SPACES TO WS-DETAIL-LINE.
005950     MOVE SR-QUESTION-ID TO WS-DL-QUESTION-ID.
005960     MOVE SR-TEAM-ID TO WS-DL-TEAM-ID.
005970     EVALUATE SR-IMPACT-CLASS
005980         WHEN "1"
005990             MOVE "CRITICAL" TO WS-DL-IMPACT
006000         WHEN "2"
006010             MOVE "HIGH" TO WS-DL-IMPACT
006020         WHEN "3"
006030             MOVE "MEDIUM" TO WS-DL-IMPACT
006040         WHEN "4"
006050             MOVE "LOW" TO WS-DL-IMPACT
006060         WHEN OTHER
006070             MOVE SPACES TO WS-DL-IMPACT
006080     END-EVALUATE.
006090     MOVE SR-ANSWERED TO WS-DL-ANSWERED.
006100     MOVE SR-REUSED TO WS-DL-REUSED.
006110     MOVE SR-DEFAULTED TO WS-DL-DEFAULTED.
006120     MOVE SR-STAGED TO WS-DL-STAGED.
006130     MOVE SR-INVALID TO WS-DL-INVALID.
006140     MOVE SR-VERIFY-FAIL TO WS-DL-VERIFY-FAIL.
006150     MOVE SR-ABORTED TO WS-DL-ABORTED.
006160     MOVE SR-DEADLINE TO WS-DL-DEADLINE.
006170     MOVE SR-SKIPPED TO WS-DL-SKIPPED.
006180     MOVE SR-CONSOLE-SECS TO WS-TIME-SECS.
006190     PERFORM FORMAT-CONSOLE-TIME.
006200     MOVE WS-TIME-TEXT TO WS-DL-CONSOLE-TIME.
006210     MOVE WS-DETAIL-LINE TO QV-PRINT-LINE.
006220     WRITE QV-PRINT-LINE.
006230     IF SR-GROUP EQUAL "1"
006240         MOVE SR-PRIMARY-CONTACT TO WS-CL-PRIMARY
006250         MOVE SR-BACKUP-CONTACT TO WS-CL-BACKUP
006260         IF SR-BACKUP-CONTACT EQUAL SPACES
006270             MOVE "(NONE)" TO WS-CL-BACKUP
006280         END-IF
006290         MOVE WS-CONTACT-LINE TO QV-PRINT-LINE
006300         WRITE QV-PRINT-LINE
006310     END-IF.
006320
006330     ADD 1 TO WS-AT-DECISION-POINTS.
006340     ADD SR-ANSWERED TO WS-AT-ANSWERED.
006350     ADD SR-REUSED TO WS-AT-REUSED.
006360     ADD SR-DEFAULTED TO WS-AT-DEFAULTED.
006370     ADD SR-STAGED TO WS-AT-STAGED.
006380     ADD SR-INVALID TO WS-AT-INVALID.
006390     ADD SR-VERIFY-FAIL TO WS-AT-VERIFY-FAIL.
006400     ADD SR-ABORTED TO WS-AT-ABORTED.
006410     ADD SR-DEADLINE TO WS-AT-DEADLINE.
006420     ADD SR-SKIPPED TO WS-AT-SKIPPED.
006430     ADD SR-CONSOLE-SECS TO WS-AT-CONSOLE-SECS.
006440
006450 WRITE-STATEMENT-TOTALS.
006460     MOVE SPACES TO QV-PRINT-LINE.
006470     WRITE QV-PRINT-LINE.
006480     MOVE WS-AT-DECISION-POINTS TO WS-TOT-DECISION-POINTS.
006490     MOVE WS-AT-ANSWERED TO WS-TOT-ANSWERED.
006500     MOVE WS-AT-REUSED TO WS-TOT-REUSED.
006510     MOVE WS-AT-DEFAULTED TO WS-TOT-DEFAULTED.
006520     MOVE WS-AT-STAGED TO WS-TOT-STAGED.
006530     MOVE WS-AT-INVALID TO WS-TOT-INVALID.
006540     MOVE WS-AT-VERIFY-FAIL TO WS-TOT-VERIFY-FAIL.
006550     MOVE WS-AT-ABORTED TO WS-TOT-ABORTED.
006560     MOVE WS-AT-DEADLINE TO WS-TOT-DEADLINE.
006570     MOVE WS-AT-SKIPPED TO WS-TOT-SKIPPED.
006580     MOVE WS-AT-CONSOLE-SECS TO WS-TIME-SECS.
006590     PERFORM FORMAT-CONSOLE-TIME.
006600     MOVE WS-TIME-TEXT TO WS-TOT-CONSOLE-TIME.
006610     MOVE WS-TOTAL-LINE TO QV-PRINT-LINE.
006620     WRITE QV-PRINT-LINE.
006630     MOVE SPACES TO QV-PRINT-LINE.
006640     WRITE QV-PRINT-LINE.
006650     WRITE QV-PRINT-LINE.
006660
006670*----------------------------------------------------------------
006680* FORMAT-CONSOLE-TIME - WS-TIME-SECS AS HHHHH:MM:SS.
006690*----------------------------------------------------------------
006700 FORMAT-CONSOLE-TIME.
006710     DIVIDE WS-TIME-SECS BY 3600 GIVING WS-TIME-HOURS
006720         REMAINDER WS-TIME-REMAINDER.
006730     DIVIDE WS-TIME-REMAINDER BY 60 GIVING WS-TIME-MINUTES
006740         REMAINDER WS-TT-SECONDS.
006750     MOVE WS-TIME-HOURS TO WS-TT-HOURS.
006760     MOVE WS-TIME-MINUTES TO WS-TT-MINUTES.
