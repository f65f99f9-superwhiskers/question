000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. QUARTERLY RECERTIFICATION OF
000050*                  EVERY PROMPT-ANSWERING ID: QOPERS AGAINST THE
000060*                  QAUDIT HISTORY FOR THE REVIEW PERIOD, WITH THE
000070*                  LAST DATE EACH OPERATOR ANSWERED, DORMANT AND
000080*                  OVER-AUTHORIZED IDS, OUTSTANDING FORCED CODE
000090*                  CHANGES, AND MISSING VERIFICATION CODES
000100*                  FLAGGED; THE APPROVERS' KEEP/LOWER/REVOKE
000110*                  MARKS BECOME A QOPRTRAN DECK FOR QOPRMNT.
000120*----------------------------------------------------------------
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. qrecert.
000160 AUTHOR. R P HALVORSEN.
000170 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200
000210*----------------------------------------------------------------
000220* QRECERT REPLACES THE PRINTED QOPRMNT LISTING THE MANAGERS USED
000230* TO TICK. IT RUNS IN ONE OF TWO MODES, SET BY QRECMODE:
000240*
000250*   REVIEW (THE DEFAULT) - READ EVERY OPERATOR ON QOPERS AND THE
000260*       AUDIT TRAIL (THE QAUDARCH GENERATIONS FOR THE PERIOD,
000270*       OLDEST FIRST, THEN THE LIVE QAUDIT), LIST EACH OPERATOR
000280*       ON QRECLIST WITH WHAT THE TRAIL SHOWS, AND WRITE ONE
000290*       QRECWORK WORKSHEET RECORD PER OPERATOR (SEE QRCWREC) FOR
000300*       THE APPROVERS TO MARK.
000310*   DECK - READ THE MARKED WORKSHEET BACK AGAINST QOPERS AS IT
000320*       NOW STANDS AND WRITE THE QOPRTRAN CHANGE DECK: A LOWER
000330*       BECOMES A REPLACE CARRYING THE NEW AUTH LEVEL, A REVOKE A
000340*       DELETE, A KEEP NOTHING. QOPRMNT'S BATCH MODE (QBATCH=Y)
000350*       THEN APPLIES THE DECK AND LOGS EACH CHANGE TO QMAUDIT,
000360*       LIKE ANY OTHER OPERATOR CHANGE.
000370*
000380* AN OPERATOR "ANSWERED" ON ANY DAY THEY KEYED AN ACCEPTED ENTRY
000390* (EVENT "A"), CONFIRMED ONE AS THE SECOND OPERATOR ON A DUAL-
000400* CONTROL PROMPT, OR APPROVED A STAGED ANSWER THAT WAS CONSUMED
000410* (EVENT "S") - THE THREE PLACES QUESTION HOLDS AN ID TO THE
000420* PROMPT'S QO-AUTH-LEVEL. THE LEVEL THE PROMPT REQUIRED IS READ
000430* BACK FROM THE QOPTIONS VERSION THE EVENT WAS ANSWERED UNDER
000440* (QA-OPTION-EFFECTIVE - THE OPERATOR'S OWN RECORD, ELSE THE
000450* SHIFT'S "DEFAULT "; NO VERSION MEANS THE BUILT-IN PROMPT,
000460* LEVEL ZERO). AN OPERATOR WITH ANY EVENT IN THE PERIOD WHOSE
000462* VERSION IS NO LONGER ON QOPTIONS HAS NO KNOWN LEVEL USED: THE
000464* LISTING SHOWS "?" AND OVER-AUTH IS NOT RAISED FOR THEM.
000470*
000480* THE REVIEW PERIOD IS QRECFROM THROUGH QRECTHRU (YYYYMMDD;
000490* DEFAULT THE 90 DAYS ENDING TODAY), AND AN OPERATOR IS DORMANT
000500* WITH NO ACTIVITY IN THE QRECDAYS DAYS (DEFAULT 90) ENDING ON
000510* QRECTHRU. THE LAST-ACTIVE DATE IS TAKEN FROM ALL THE HISTORY
000520* SUPPLIED UP TO QRECTHRU; THE HIGHEST LEVEL USED ONLY FROM THE
000530* PERIOD ITSELF. THE FLAGS ARE:
000540*
000550*   DORMANT    NO ACTIVITY IN QRECDAYS DAYS - SUGGEST REVOKE
000560*   OVER-AUTH  QP-AUTH-LEVEL ABOVE THE HIGHEST LEVEL USED IN THE
000570*              PERIOD - SUGGEST LOWER TO THAT LEVEL
000580*   FORCE-CHG  QP-FORCE-CHANGE-FLAG STILL SET - THE ISSUED CODE
000590*              WAS NEVER CHANGED
000600*   NO-CODE    NO VERIFICATION CODE ON FILE
000610*
000620* THE LAST TWO ARE PUT RIGHT THROUGH QOPRMNT'S CODE PROMPTS, NOT
000630* BY A DECK, AND ONLY SUGGEST KEEP.
000640*
000650* IN DECK MODE EVERY LINE MUST BE MARKED K, L, OR R BY AN
000660* APPROVER OTHER THAN THE OPERATOR, A LOWER MUST NAME A LEVEL
000670* BELOW THE CURRENT ONE, EVERY OPERATOR ON QOPERS MUST BE ON THE
000680* WORKSHEET ONCE, AND QOPERS MUST NOT HAVE CHANGED THE LEVEL
000690* SINCE THE REVIEW. ANY LINE FAILING THAT REJECTS THE WORKSHEET
000700* AND NO DECK IS WRITTEN, SO A HALF-MARKED REVIEW NEVER REACHES
000710* QOPRMNT.
000720*
000730* RETURN CODES: REVIEW - 0 NOTHING FLAGGED, 4 FLAGS RAISED.
000740* DECK - 0 DECK WRITTEN, 4 EVERY OPERATOR KEPT (EMPTY DECK),
000750* 8 WORKSHEET REJECTED (NO DECK). 16 EITHER MODE COULD NOT RUN
000760* (QOPERS OR QRECWORK MISSING, QOPTIONS MISSING FOR A REVIEW, OR
000770* MORE OPERATORS THAN QOPRMNT HOLDS).
000780*----------------------------------------------------------------
000790
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-QOPERS-STATUS.
000860
000870     SELECT QAUDIT-FILE ASSIGN TO "QAUDIT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-QAUDIT-STATUS.
000900
000910     SELECT QAUDARCH-FILE ASSIGN TO "QAUDARCH"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-QAUDARCH-STATUS.
000940
000950     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS QO-RECORD-KEY
000990         FILE STATUS IS WS-QOPTIONS-STATUS.
001000
001010     SELECT QRECWORK-FILE ASSIGN TO "QRECWORK"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-QRECWORK-STATUS.
001040
001050     SELECT QOPRTRAN-FILE ASSIGN TO "QOPRTRAN"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-QOPRTRAN-STATUS.
001080
001090     SELECT QRECLIST-FILE ASSIGN TO "QRECLIST"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-QRECLIST-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  QOPERS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY QOPRREC.
001180
001190*----------------------------------------------------------------
001200* THE LIVE FILE AND THE ARCHIVE DD BOTH CARRY THE QAUDREC
001210* LAYOUT, COPIED UNCHANGED AND QUALIFIED BY FILE NAME WHERE A
001220* RECORD IS MOVED OUT TO THE WORK AREA, AS IN QAUDCHK.
001230*----------------------------------------------------------------
001240 FD  QAUDIT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY QAUDREC.
001270
001280 FD  QAUDARCH-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY QAUDREC.
001310
001320 FD  QOPTIONS-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY QOPTREC.
001350
001360 FD  QRECWORK-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY QRCWREC.
001390
001400 FD  QOPRTRAN-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY QPTXREC.
001430
001440 FD  QRECLIST-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  QL-PRINT-LINE                   PIC X(132).
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
001500 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
001510 01  WS-QAUDARCH-STATUS              PIC X(02) VALUE SPACES.
001520 01  WS-QOPTIONS-STATUS              PIC X(02) VALUE SPACES.
001530 01  WS-QRECWORK-STATUS              PIC X(02) VALUE SPACES.
001540 01  WS-QOPRTRAN-STATUS              PIC X(02) VALUE SPACES.
001550 01  WS-QRECLIST-STATUS              PIC X(02) VALUE SPACES.
001560
001590 01  WS-RUN-MODE                     PIC X(08) VALUE SPACES.
001600     88  WS-DECK-MODE                VALUES "DECK" "D".
001610 01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.
001620
001630*----------------------------------------------------------------
001640* THE REVIEW PERIOD AND THE DORMANCY CUT-OFF. THE DATES ARE HELD
001650* AS YYYYMMDD TEXT AND WORKED IN DAY NUMBERS (INTEGER-OF-DATE).
001660*----------------------------------------------------------------
001670 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
001680 01  WS-PERIOD-FROM                  PIC X(08) VALUE SPACES.
001690 01  WS-PERIOD-FROM-NUM REDEFINES WS-PERIOD-FROM
001700                                     PIC 9(08).
001710 01  WS-PERIOD-THRU                  PIC X(08) VALUE SPACES.
001720 01  WS-PERIOD-THRU-NUM REDEFINES WS-PERIOD-THRU
001730                                     PIC 9(08).
001740 01  WS-DORMANT-CUTOFF               PIC X(08) VALUE SPACES.
001750 01  WS-DORMANT-CUTOFF-NUM REDEFINES WS-DORMANT-CUTOFF
001760                                     PIC 9(08).
001770 01  WS-DORMANT-DAYS-TEXT            PIC X(04) VALUE SPACES.
001780 01  WS-DORMANT-DAYS                 PIC 9(04) VALUE 90.
001790 01  WS-THRU-DAY-NUMBER              PIC 9(08) VALUE ZERO.
001800 01  WS-DAYS-IDLE                    PIC 9(05) VALUE ZERO.
001810 01  WS-ACTIVE-DATE-NUM              PIC 9(08) VALUE ZERO.
001820
001830*----------------------------------------------------------------
001840* OPERATOR TABLE LOADED FROM QOPERS - THE WHOLE RECORD IMAGE IS
001850* KEPT SO THE DECK CAN CARRY IT BACK UNCHANGED BUT FOR THE LEVEL.
001860* 50 ENTRIES, THE SAME LIMIT AS QOPRMNT'S OWN TABLE.
001870*----------------------------------------------------------------
001880 01  WS-OPERATOR-COUNT               PIC 99 VALUE ZERO.
001890 01  WS-MAX-OPERATORS                PIC 99 VALUE 50.
001900 01  WS-OPERATOR-TABLE.
001910     05  WS-OP-ENTRY OCCURS 1 TO 50 TIMES
001920                     DEPENDING ON WS-OPERATOR-COUNT
001930                     INDEXED BY P.
001940         10  WS-OP-IMAGE             PIC X(47).
001950         10  WS-OP-AUTH-LEVEL        PIC 9(02).
001960         10  WS-OP-LAST-ACTIVE       PIC X(08).
001970         10  WS-OP-USED-LEVEL        PIC 9(02).
001980         10  WS-OP-PERIOD-COUNT      PIC 9(07).
001985         10  WS-OP-UNRESOLVED        PIC 9(07).
001990         10  WS-OP-ON-WORKSHEET      PIC X(01).
002000 01  WS-OPERATOR-ON-FILE-FLAG        PIC X(01) VALUE "N".
002010     88  WS-OPERATOR-ON-FILE         VALUE "Y".
002020 01  WS-LOOK-OPERATOR-ID             PIC X(08) VALUE SPACES.
002030
002040 COPY QOPRREC
002050     REPLACING ==QP-OPERATOR-RECORD== BY ==WI-OPERATOR-RECORD==
002060               ==QP-OPERATOR-ID==     BY ==WI-OPERATOR-ID==
002070               ==QP-OPERATOR-NAME==   BY ==WI-OPERATOR-NAME==
002080               ==QP-LANGUAGE-CODE==   BY ==WI-LANGUAGE-CODE==
002090               ==QP-SHIFT-CODE==      BY ==WI-SHIFT-CODE==
002100               ==QP-AUTH-LEVEL==      BY ==WI-AUTH-LEVEL==
002110               ==QP-VERIFY-CODE==     BY ==WI-VERIFY-CODE==
002120               ==QP-FORCE-CHANGE-FLAG==
002130                       BY ==WI-FORCE-CHANGE-FLAG==
002140               ==QP-FORCE-CHANGE==    BY ==WI-FORCE-CHANGE==.
002150
002160*----------------------------------------------------------------
002170* AUDIT TRAIL WORK AREA - THE RECORD JUST READ FROM EITHER FILE
002180*----------------------------------------------------------------
002190 COPY QAUDREC
002200     REPLACING ==QA-AUDIT-RECORD==   BY ==XA-AUDIT-RECORD==
002210               ==QA-RUN-DATE==       BY ==XA-RUN-DATE==
002220               ==QA-RUN-TIME==       BY ==XA-RUN-TIME==
002230               ==QA-JOB-NAME==       BY ==XA-JOB-NAME==
002240               ==QA-STEP-NAME==      BY ==XA-STEP-NAME==
002250               ==QA-QUESTION-ID==    BY ==XA-QUESTION-ID==
002260               ==QA-OPERATOR-ID==    BY ==XA-OPERATOR-ID==
002270               ==QA-SECOND-OPERATOR-ID==
002280                       BY ==XA-SECOND-OPERATOR-ID==
002290               ==QA-APPROVER-ID==    BY ==XA-APPROVER-ID==
002300               ==QA-SHIFT-CODE==     BY ==XA-SHIFT-CODE==
002310               ==QA-EVENT-TYPE==     BY ==XA-EVENT-TYPE==
002320               ==QA-EVENT-ANSWERED== BY ==XA-EVENT-ANSWERED==
002330               ==QA-EVENT-DEFAULTED== BY ==XA-EVENT-DEFAULTED==
002340               ==QA-EVENT-RESTART-REUSE==
002350                       BY ==XA-EVENT-RESTART-REUSE==
002360               ==QA-EVENT-INVALID==  BY ==XA-EVENT-INVALID==
002370               ==QA-EVENT-RETRY-ABORT==
002380                       BY ==XA-EVENT-RETRY-ABORT==
002390               ==QA-EVENT-DEADLINE== BY ==XA-EVENT-DEADLINE==
002400               ==QA-EVENT-STAGED==   BY ==XA-EVENT-STAGED==
002410               ==QA-EVENT-SKIPPED==  BY ==XA-EVENT-SKIPPED==
002420               ==QA-EVENT-VERIFY-FAIL==
002430                       BY ==XA-EVENT-VERIFY-FAIL==
002440               ==QA-EVENT-ANSWER==   BY ==XA-EVENT-ANSWER==
002450               ==QA-PROMPT-TEXT==    BY ==XA-PROMPT-TEXT==
002460               ==QA-RESULT==         BY ==XA-RESULT==
002470               ==QA-RESPONSE-SECS==  BY ==XA-RESPONSE-SECS==
002480               ==QA-OPTION-EFFECTIVE==
002490                       BY ==XA-OPTION-EFFECTIVE==
002500               ==QA-SEQUENCE-NO==    BY ==XA-SEQUENCE-NO==
002510               ==QA-CHAIN-VALUE==    BY ==XA-CHAIN-VALUE==.
002520
002530*----------------------------------------------------------------
002540* THE LEVEL THE PROMPT BEHIND ONE AUDIT EVENT REQUIRED
002550*----------------------------------------------------------------
002560 01  WS-EVENT-LEVEL                  PIC 9(02) VALUE ZERO.
002570 01  WS-EVENT-LEVEL-FLAG             PIC X(01) VALUE "N".
002580     88  WS-EVENT-LEVEL-KNOWN        VALUE "Y".
002590 01  WS-IN-PERIOD-FLAG               PIC X(01) VALUE "N".
002600     88  WS-IN-PERIOD                VALUE "Y".
002610 01  WS-AUDIT-READ-COUNT             PIC 9(07) VALUE ZERO.
002620 01  WS-UNRESOLVED-COUNT             PIC 9(07) VALUE ZERO.
002630
002640*----------------------------------------------------------------
002650* COUNTS AND THE DECK-MODE WORKSHEET CHECK
002660*----------------------------------------------------------------
002670 01  WS-FLAGGED-COUNT                PIC 9(03) VALUE ZERO.
002680 01  WS-DORMANT-COUNT                PIC 9(03) VALUE ZERO.
002690 01  WS-OVER-AUTH-COUNT              PIC 9(03) VALUE ZERO.
002700 01  WS-FORCE-COUNT                  PIC 9(03) VALUE ZERO.
002710 01  WS-NO-CODE-COUNT                PIC 9(03) VALUE ZERO.
002720 01  WS-WORK-COUNT                   PIC 9(03) VALUE ZERO.
002730 01  WS-REJECT-COUNT                 PIC 9(03) VALUE ZERO.
002740 01  WS-KEEP-COUNT                   PIC 9(03) VALUE ZERO.
002750 01  WS-LOWER-COUNT                  PIC 9(03) VALUE ZERO.
002760 01  WS-REVOKE-COUNT                 PIC 9(03) VALUE ZERO.
002770 01  WS-DECK-COUNT                   PIC 9(03) VALUE ZERO.
002780 01  WS-REASON                       PIC X(40) VALUE SPACES.
002790 01  WS-NEW-LEVEL                    PIC 9(02) VALUE ZERO.
002800
002810*----------------------------------------------------------------
002820* THE DECK-MODE WORKSHEET, HELD UNTIL EVERY LINE HAS PASSED
002830*----------------------------------------------------------------
002840 01  WS-MAX-WORK                     PIC 9(03) VALUE 100.
002850 01  WS-WORK-TABLE.
002860     05  WK-ENTRY OCCURS 100 TIMES INDEXED BY WX.
002870         10  WK-OPERATOR-ID          PIC X(08).
002880         10  WK-DECISION             PIC X(01).
002890         10  WK-NEW-LEVEL            PIC 9(02).
002900         10  WK-OPERATOR-SUB         PIC 9(02).
002910
002920*----------------------------------------------------------------
002930* REPORT LINE LAYOUTS
002940*----------------------------------------------------------------
002950 01  WS-TITLE-LINE.
002960     05  FILLER                      PIC X(42) VALUE
002970         "QRECERT - OPERATOR ACCESS RECERTIFICATION".
002980     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
002990     05  WS-TL-FROM                  PIC X(08).
003000     05  FILLER                      PIC X(04) VALUE " TO ".
003010     05  WS-TL-THRU                  PIC X(08).
003020     05  FILLER                      PIC X(12) VALUE
003030         "   DORMANT: ".
003040     05  WS-TL-DAYS                  PIC ZZZ9.
003050     05  FILLER                      PIC X(05) VALUE " DAYS".
003060
003070 01  WS-HEADING-LINE.
003080     05  FILLER                      PIC X(34) VALUE
003090         "OPERATOR NAME".
003100     05  FILLER                      PIC X(22) VALUE
003110         "LEVEL USED LAST ACTIVE".
003120     05  FILLER                      PIC X(11) VALUE
003130         "  IDLE DAYS".
003140     05  FILLER                      PIC X(09) VALUE "  SUGGEST".
003150     05  FILLER                      PIC X(08) VALUE "  FLAGS".
003160
003170 01  WS-OPERATOR-LINE.
003180     05  WS-OL-OPERATOR-ID           PIC X(08).
003190     05  FILLER                      PIC X(01) VALUE SPACES.
003200     05  WS-OL-OPERATOR-NAME         PIC X(25).
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  WS-OL-AUTH-LEVEL            PIC Z9.
003230     05  FILLER                      PIC X(03) VALUE SPACES.
003240     05  WS-OL-USED-LEVEL            PIC X(02).
003250     05  FILLER                      PIC X(02) VALUE SPACES.
003260     05  WS-OL-LAST-ACTIVE           PIC X(10).
003270     05  FILLER                      PIC X(04) VALUE SPACES.
003280     05  WS-OL-IDLE-DAYS             PIC X(05).
003290     05  FILLER                      PIC X(04) VALUE SPACES.
003300     05  WS-OL-SUGGESTED             PIC X(07).
003310     05  FILLER                      PIC X(02) VALUE SPACES.
003320     05  WS-OL-FLAGS                 PIC X(40).
003330
003340 01  WS-EDIT-LEVEL                   PIC Z9.
003350 01  WS-EDIT-DAYS                    PIC ZZZZ9.
003360 01  WS-FLAG-PTR                     PIC 9(03) VALUE 1.
003370
003380 01  WS-DECK-LINE.
003390     05  WS-DK-OPERATOR-ID           PIC X(08).
003400     05  FILLER                      PIC X(01) VALUE SPACES.
003410     05  WS-DK-OPERATOR-NAME         PIC X(25).
003420     05  FILLER                      PIC X(02) VALUE SPACES.
003430     05  WS-DK-DECISION              PIC X(08).
003440     05  FILLER                      PIC X(02) VALUE SPACES.
003450     05  WS-DK-APPROVER-ID           PIC X(08).
003460     05  FILLER                      PIC X(02) VALUE SPACES.
003470     05  WS-DK-NOTE                  PIC X(60).
003480
003490 PROCEDURE DIVISION.
003500 MAIN.
003510     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003520     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "QRECMODE".
003530     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
003540     PERFORM LOAD-OPERATORS.
003550
003560     OPEN OUTPUT QRECLIST-FILE.
003570     IF WS-DECK-MODE
003580         PERFORM BUILD-CHANGE-DECK
003590     ELSE
003600         PERFORM GET-REVIEW-PARAMETERS
003610         PERFORM REVIEW-OPERATORS
003620     END-IF.
003630     CLOSE QRECLIST-FILE.
003640
003650     DISPLAY "QRECERT - RETURN CODE " WS-FINAL-RC.
003660     MOVE WS-FINAL-RC TO RETURN-CODE.
003670     STOP RUN.
003680
003690*----------------------------------------------------------------
003700* LOAD-OPERATORS - READ QOPERS INTO THE OPERATOR TABLE. A FILE
003710* HOLDING MORE THAN QOPRMNT CAN TAKE ABORTS THE RUN RC=16: A
003720* REVIEW OF PART OF QOPERS IS NO RECERTIFICATION, AND A DECK
003730* BUILT FROM IT WOULD NOT GO THROUGH QOPRMNT ANYWAY.
003740*----------------------------------------------------------------
003750 LOAD-OPERATORS.
003760     MOVE ZERO TO WS-OPERATOR-COUNT.
003770     OPEN INPUT QOPERS-FILE.
003780     IF WS-QOPERS-STATUS NOT EQUAL "00"
003790         DISPLAY "QRECERT - QOPERS NOT AVAILABLE (STATUS "
003800             WS-QOPERS-STATUS ") - ABORTING RUN"
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     PERFORM LOAD-ONE-OPERATOR
003850         UNTIL WS-QOPERS-STATUS NOT EQUAL "00".
003860     CLOSE QOPERS-FILE.
003870
003880 LOAD-ONE-OPERATOR.
003890     READ QOPERS-FILE
003900         AT END
003910             CONTINUE
003920         NOT AT END
003930             IF WS-OPERATOR-COUNT EQUAL WS-MAX-OPERATORS
003940                 DISPLAY "QRECERT - QOPERS HOLDS MORE THAN "
003950                     WS-MAX-OPERATORS " OPERATORS - ABORTING RUN"
003960                 MOVE 16 TO RETURN-CODE
003970                 STOP RUN
003980             END-IF
003990             ADD 1 TO WS-OPERATOR-COUNT
004000             MOVE QP-OPERATOR-RECORD
004010                 TO WS-OP-IMAGE(WS-OPERATOR-COUNT)
004020             IF QP-AUTH-LEVEL NUMERIC
004030                 MOVE QP-AUTH-LEVEL
004040                     TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
004050             ELSE
004060                 MOVE ZERO TO WS-OP-AUTH-LEVEL(WS-OPERATOR-COUNT)
004070             END-IF
004080             MOVE SPACES TO WS-OP-LAST-ACTIVE(WS-OPERATOR-COUNT)
004090             MOVE ZERO TO WS-OP-USED-LEVEL(WS-OPERATOR-COUNT)
004100             MOVE ZERO TO WS-OP-PERIOD-COUNT(WS-OPERATOR-COUNT)
004105             MOVE ZERO TO WS-OP-UNRESOLVED(WS-OPERATOR-COUNT)
004110             MOVE "N" TO WS-OP-ON-WORKSHEET(WS-OPERATOR-COUNT)
004120     END-READ.
004130
004140 FIND-OPERATOR.
004150     MOVE "N" TO WS-OPERATOR-ON-FILE-FLAG.
004160     SET P TO 1.
004170     SEARCH WS-OP-ENTRY
004180         AT END
004190             CONTINUE
004200         WHEN WS-OP-IMAGE(P)(1:8) EQUAL WS-LOOK-OPERATOR-ID
004210             SET WS-OPERATOR-ON-FILE TO TRUE
004220     END-SEARCH.
004230
004240*----------------------------------------------------------------
004250* GET-REVIEW-PARAMETERS - THE PERIOD (QRECFROM/QRECTHRU,
004260* DEFAULT THE 90 DAYS ENDING TODAY) AND THE DORMANCY LIMIT
004270* (QRECDAYS, DEFAULT 90), AND THE DORMANCY CUT-OFF DATE: AN
004280* OPERATOR LAST ACTIVE BEFORE IT IS DORMANT.
004290*----------------------------------------------------------------
004300 GET-REVIEW-PARAMETERS.
004310     ACCEPT WS-PERIOD-THRU FROM ENVIRONMENT "QRECTHRU".
004320     IF WS-PERIOD-THRU NOT NUMERIC
004330         IF WS-PERIOD-THRU NOT EQUAL SPACES
004340             DISPLAY "QRECERT - QRECTHRU IS NOT YYYYMMDD ('"
004350                 WS-PERIOD-THRU "') - USING TODAY"
004360         END-IF
004370         MOVE WS-TODAY-DATE TO WS-PERIOD-THRU
004380     END-IF.
004390     COMPUTE WS-THRU-DAY-NUMBER =
004400         FUNCTION INTEGER-OF-DATE(WS-PERIOD-THRU-NUM).
004410
004420     ACCEPT WS-DORMANT-DAYS-TEXT FROM ENVIRONMENT "QRECDAYS".
004430     IF WS-DORMANT-DAYS-TEXT NOT EQUAL SPACES
004440         IF FUNCTION TRIM(WS-DORMANT-DAYS-TEXT) IS NUMERIC
004450             MOVE FUNCTION NUMVAL(WS-DORMANT-DAYS-TEXT)
004460                 TO WS-DORMANT-DAYS
004470         ELSE
004480             DISPLAY "QRECERT - QRECDAYS IS NOT A NUMBER ('"
004490                 WS-DORMANT-DAYS-TEXT "') - USING 90"
004500         END-IF
004510     END-IF.
004520     COMPUTE WS-DORMANT-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
004530         WS-THRU-DAY-NUMBER - WS-DORMANT-DAYS + 1).
004540
004550     ACCEPT WS-PERIOD-FROM FROM ENVIRONMENT "QRECFROM".
004560     IF WS-PERIOD-FROM NOT NUMERIC
004570         OR WS-PERIOD-FROM > WS-PERIOD-THRU
004580         IF WS-PERIOD-FROM NOT EQUAL SPACES
004590             DISPLAY "QRECERT - QRECFROM IS NOT A YYYYMMDD DATE "
004600                 "ON OR BEFORE QRECTHRU ('" WS-PERIOD-FROM
004610                 "') - USING 90 DAYS"
004620         END-IF
004630         COMPUTE WS-PERIOD-FROM-NUM = FUNCTION DATE-OF-INTEGER(
004640             WS-THRU-DAY-NUMBER - 89)
004650     END-IF.
004660
004670*----------------------------------------------------------------
004680* REVIEW-OPERATORS - WALK THE AUDIT TRAIL, THEN LIST EACH
004690* OPERATOR AND WRITE THEIR WORKSHEET LINE. WITHOUT QOPTIONS NO
004700* LEVEL USED CAN BE KNOWN AND EVERY ACTIVE OPERATOR WOULD LOOK
004702* OVER-AUTHORIZED, SO THE RUN ENDS RC=16 WITH NO WORKSHEET.
004704*----------------------------------------------------------------
004710 REVIEW-OPERATORS.
004720     OPEN INPUT QOPTIONS-FILE.
004730     IF WS-QOPTIONS-STATUS NOT EQUAL "00"
004760         DISPLAY "QRECERT - QOPTIONS NOT AVAILABLE (STATUS "
004770             WS-QOPTIONS-STATUS ") - ABORTING RUN"
004775         MOVE 16 TO WS-FINAL-RC
004780     ELSE
004790         PERFORM SCAN-AUDIT-TRAIL
004810         CLOSE QOPTIONS-FILE
004815         PERFORM WRITE-REVIEW-WORKSHEET
004820     END-IF.
004830
004832 WRITE-REVIEW-WORKSHEET.
004840     OPEN OUTPUT QRECWORK-FILE.
004850     IF WS-QRECWORK-STATUS NOT EQUAL "00"
004860         DISPLAY "QRECERT - QRECWORK NOT AVAILABLE (STATUS "
004870             WS-QRECWORK-STATUS ") - ABORTING RUN"
004880         MOVE 16 TO WS-FINAL-RC
004890     ELSE
004900         MOVE WS-PERIOD-FROM TO WS-TL-FROM
004910         MOVE WS-PERIOD-THRU TO WS-TL-THRU
004920         MOVE WS-DORMANT-DAYS TO WS-TL-DAYS
004930         MOVE WS-TITLE-LINE TO QL-PRINT-LINE
004940         PERFORM PUT-LIST-LINE
004950         PERFORM PUT-BLANK-LINE
004960         MOVE WS-HEADING-LINE TO QL-PRINT-LINE
004970         PERFORM PUT-LIST-LINE
004980         PERFORM REVIEW-ONE-OPERATOR
004990             VARYING P FROM 1 BY 1 UNTIL P > WS-OPERATOR-COUNT
005000         CLOSE QRECWORK-FILE
005010         PERFORM WRITE-REVIEW-TOTALS
005020         IF WS-FLAGGED-COUNT > ZERO
005030             MOVE 4 TO WS-FINAL-RC
005040         END-IF
005050     END-IF.
005060
005070*----------------------------------------------------------------
005080* SCAN-AUDIT-TRAIL - THE ARCHIVE GENERATIONS ON QAUDARCH FIRST,
005090* THEN THE LIVE QAUDIT, AS ONE TRAIL. A RECORD ON BOTH COUNTS
005100* THE SAME EITHER WAY - ONLY LATEST DATES AND HIGHEST LEVELS ARE
005110* KEPT.
005120*----------------------------------------------------------------
005130 SCAN-AUDIT-TRAIL.
005140     OPEN INPUT QAUDARCH-FILE.
005150     IF WS-QAUDARCH-STATUS EQUAL "00"
005160         PERFORM READ-ONE-ARCHIVE-RECORD
005170             UNTIL WS-QAUDARCH-STATUS NOT EQUAL "00"
005180         CLOSE QAUDARCH-FILE
005190     END-IF.
005200     OPEN INPUT QAUDIT-FILE.
005210     IF WS-QAUDIT-STATUS EQUAL "00"
005220         PERFORM READ-ONE-LIVE-RECORD
005230             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
005240         CLOSE QAUDIT-FILE
005250     ELSE
005260         DISPLAY "QRECERT - QAUDIT NOT AVAILABLE (STATUS "
005270             WS-QAUDIT-STATUS ")"
005280     END-IF.
005290
005300 READ-ONE-ARCHIVE-RECORD.
005310     READ QAUDARCH-FILE
005320         AT END
005330             CONTINUE
005340         NOT AT END
005350             MOVE QA-AUDIT-RECORD OF QAUDARCH-FILE
005360                 TO XA-AUDIT-RECORD
005370             PERFORM TALLY-AUDIT-RECORD
005380     END-READ.
005390
005400 READ-ONE-LIVE-RECORD.
005410     READ QAUDIT-FILE
005420         AT END
005430             CONTINUE
005440         NOT AT END
005450             MOVE QA-AUDIT-RECORD OF QAUDIT-FILE
005460                 TO XA-AUDIT-RECORD
005470             PERFORM TALLY-AUDIT-RECORD
005480     END-READ.
005490
005500*----------------------------------------------------------------
005510* TALLY-AUDIT-RECORD - AN ACCEPTED ENTRY COUNTS FOR THE OPERATOR
005520* AND ANY CONFIRMING SECOND OPERATOR, A CONSUMED STAGED ANSWER
005530* FOR ITS APPROVER. ANYTHING AFTER QRECTHRU IS LEFT OUT, SO A
005540* REVIEW CAN BE RERUN FOR A PAST QUARTER.
005550*----------------------------------------------------------------
005560 TALLY-AUDIT-RECORD.
005570     ADD 1 TO WS-AUDIT-READ-COUNT.
005580     IF (XA-EVENT-ANSWERED OR XA-EVENT-STAGED)
005590         AND XA-RUN-DATE NOT GREATER THAN WS-PERIOD-THRU
005600         MOVE "N" TO WS-IN-PERIOD-FLAG
005610         IF XA-RUN-DATE NOT LESS THAN WS-PERIOD-FROM
005620             SET WS-IN-PERIOD TO TRUE
005630             PERFORM GET-EVENT-LEVEL
005640         END-IF
005650         IF XA-EVENT-ANSWERED
005660             MOVE XA-OPERATOR-ID TO WS-LOOK-OPERATOR-ID
005670             PERFORM CREDIT-OPERATOR
005680             IF XA-SECOND-OPERATOR-ID NOT EQUAL SPACES
005690                 MOVE XA-SECOND-OPERATOR-ID
005700                     TO WS-LOOK-OPERATOR-ID
005710                 PERFORM CREDIT-OPERATOR
005720             END-IF
005730         ELSE
005740             MOVE XA-APPROVER-ID TO WS-LOOK-OPERATOR-ID
005750             PERFORM CREDIT-OPERATOR
005760         END-IF
005770     END-IF.
005780
005790 CREDIT-OPERATOR.
005800     PERFORM FIND-OPERATOR.
005810     IF WS-OPERATOR-ON-FILE
005820         IF XA-RUN-DATE > WS-OP-LAST-ACTIVE(P)
005830             OR WS-OP-LAST-ACTIVE(P) EQUAL SPACES
005840             MOVE XA-RUN-DATE TO WS-OP-LAST-ACTIVE(P)
005850         END-IF
005860         IF WS-IN-PERIOD
005870             ADD 1 TO WS-OP-PERIOD-COUNT(P)
005880             IF WS-EVENT-LEVEL-KNOWN
005890                 IF WS-EVENT-LEVEL > WS-OP-USED-LEVEL(P)
005900                     MOVE WS-EVENT-LEVEL TO WS-OP-USED-LEVEL(P)
005905                 END-IF
005907             ELSE
005908                 ADD 1 TO WS-OP-UNRESOLVED(P)
005910             END-IF
005920         END-IF
005930     END-IF.
005940
005950*----------------------------------------------------------------
005960* GET-EVENT-LEVEL - THE QO-AUTH-LEVEL OF THE QOPTIONS VERSION
005970* THE EVENT WAS ANSWERED UNDER: THE RUN'S OPERATOR'S OWN RECORD
005980* FOR THAT SHIFT AND FROM DATE, ELSE THE SHIFT'S "DEFAULT "
005990* RECORD. NO VERSION ON THE EVENT IS THE BUILT-IN PROMPT, LEVEL
006000* ZERO. A VERSION NO LONGER ON QOPTIONS IS COUNTED AS UNRESOLVED,
006010* FOR THE RUN AND FOR EACH OPERATOR CREDITED WITH THE EVENT.
006020*----------------------------------------------------------------
006030 GET-EVENT-LEVEL.
006040     MOVE ZERO TO WS-EVENT-LEVEL.
006050     MOVE "N" TO WS-EVENT-LEVEL-FLAG.
006060     IF XA-OPTION-EFFECTIVE EQUAL SPACES
006070         SET WS-EVENT-LEVEL-KNOWN TO TRUE
006080     ELSE
006100         MOVE XA-QUESTION-ID TO QO-QUESTION-ID
006110         MOVE XA-OPERATOR-ID TO QO-OPERATOR-ID
006120         MOVE XA-SHIFT-CODE TO QO-SHIFT-CODE
006130         MOVE XA-OPTION-EFFECTIVE TO QO-EFFECTIVE-FROM
006140         READ QOPTIONS-FILE
006150         IF WS-QOPTIONS-STATUS NOT EQUAL "00"
006160             OR QO-AUTH-LEVEL NOT NUMERIC
006170             MOVE "DEFAULT " TO QO-OPERATOR-ID
006180             MOVE XA-QUESTION-ID TO QO-QUESTION-ID
006190             MOVE XA-SHIFT-CODE TO QO-SHIFT-CODE
006200             MOVE XA-OPTION-EFFECTIVE TO QO-EFFECTIVE-FROM
006210             READ QOPTIONS-FILE
006220         END-IF
006230         IF WS-QOPTIONS-STATUS EQUAL "00"
006240             AND QO-AUTH-LEVEL NUMERIC
006250             MOVE QO-AUTH-LEVEL TO WS-EVENT-LEVEL
006260             SET WS-EVENT-LEVEL-KNOWN TO TRUE
006270         END-IF
006290         IF NOT WS-EVENT-LEVEL-KNOWN
006300             ADD 1 TO WS-UNRESOLVED-COUNT
006310         END-IF
006320     END-IF.
006330
006340*----------------------------------------------------------------
006350* REVIEW-ONE-OPERATOR - RAISE THE FLAGS, PICK THE SUGGESTION,
006360* PRINT THE LINE, AND WRITE THE WORKSHEET RECORD.
006370*----------------------------------------------------------------
006380 REVIEW-ONE-OPERATOR.
006390     MOVE WS-OP-IMAGE(P) TO WI-OPERATOR-RECORD.
006400     MOVE SPACES TO QJ-RECERT-WORK-RECORD.
006410     MOVE WI-OPERATOR-ID TO QJ-OPERATOR-ID.
006420     MOVE WI-OPERATOR-NAME TO QJ-OPERATOR-NAME.
006430     MOVE WS-OP-AUTH-LEVEL(P) TO QJ-AUTH-LEVEL.
006440     MOVE WS-OP-USED-LEVEL(P) TO QJ-USED-LEVEL.
006450     MOVE WS-OP-LAST-ACTIVE(P) TO QJ-LAST-ACTIVE.
006460     MOVE WS-PERIOD-THRU TO QJ-REVIEW-THRU.
006470
006480     IF WS-OP-LAST-ACTIVE(P) EQUAL SPACES
006490         OR WS-OP-LAST-ACTIVE(P) < WS-DORMANT-CUTOFF
006500         MOVE "D" TO QJ-FLAG-DORMANT
006510         ADD 1 TO WS-DORMANT-COUNT
006520     END-IF.
006530     IF WS-OP-AUTH-LEVEL(P) > WS-OP-USED-LEVEL(P)
006535         AND WS-OP-UNRESOLVED(P) EQUAL ZERO
006540         MOVE "O" TO QJ-FLAG-OVER-AUTH
006550         ADD 1 TO WS-OVER-AUTH-COUNT
006560     END-IF.
006570     IF WI-FORCE-CHANGE
006580         MOVE "F" TO QJ-FLAG-FORCE-CHANGE
006590         ADD 1 TO WS-FORCE-COUNT
006600     END-IF.
006610     IF WI-VERIFY-CODE EQUAL SPACES
006620         MOVE "V" TO QJ-FLAG-NO-CODE
006630         ADD 1 TO WS-NO-CODE-COUNT
006640     END-IF.
006650     IF QJ-FLAGS NOT EQUAL SPACES
006660         ADD 1 TO WS-FLAGGED-COUNT
006670     END-IF.
006680
006690     EVALUATE TRUE
006700         WHEN QJ-FLAG-DORMANT NOT EQUAL SPACE
006710             MOVE "R" TO QJ-SUGGESTED
006720         WHEN QJ-FLAG-OVER-AUTH NOT EQUAL SPACE
006730             MOVE "L" TO QJ-SUGGESTED
006740             MOVE WS-OP-USED-LEVEL(P) TO QJ-NEW-LEVEL
006750         WHEN OTHER
006760             MOVE "K" TO QJ-SUGGESTED
006770     END-EVALUATE.
006780
006790     WRITE QJ-RECERT-WORK-RECORD.
006800     PERFORM PRINT-OPERATOR-LINE.
006810
006820 PRINT-OPERATOR-LINE.
006830     MOVE SPACES TO WS-OPERATOR-LINE.
006840     MOVE QJ-OPERATOR-ID TO WS-OL-OPERATOR-ID.
006850     MOVE QJ-OPERATOR-NAME TO WS-OL-OPERATOR-NAME.
006860     MOVE QJ-AUTH-LEVEL TO WS-OL-AUTH-LEVEL.
006870     EVALUATE TRUE
006875         WHEN WS-OP-PERIOD-COUNT(P) EQUAL ZERO
006880             MOVE " -" TO WS-OL-USED-LEVEL
006885         WHEN WS-OP-UNRESOLVED(P) > ZERO
006890             MOVE " ?" TO WS-OL-USED-LEVEL
006895         WHEN OTHER
006900             MOVE QJ-USED-LEVEL TO WS-EDIT-LEVEL
006910             MOVE WS-EDIT-LEVEL TO WS-OL-USED-LEVEL
006920     END-EVALUATE.
006930     IF QJ-LAST-ACTIVE EQUAL SPACES
006940         MOVE "NONE" TO WS-OL-LAST-ACTIVE
006950         MOVE "    -" TO WS-OL-IDLE-DAYS
006960     ELSE
006970         STRING QJ-LAST-ACTIVE(1:4) "-" QJ-LAST-ACTIVE(5:2) "-"
006980             QJ-LAST-ACTIVE(7:2)
006990             DELIMITED BY SIZE INTO WS-OL-LAST-ACTIVE
007000         MOVE QJ-LAST-ACTIVE TO WS-ACTIVE-DATE-NUM
007010         COMPUTE WS-DAYS-IDLE = WS-THRU-DAY-NUMBER
007020             - FUNCTION INTEGER-OF-DATE(WS-ACTIVE-DATE-NUM)
007030         MOVE WS-DAYS-IDLE TO WS-EDIT-DAYS
007040         MOVE WS-EDIT-DAYS TO WS-OL-IDLE-DAYS
007050     END-IF.
007060     EVALUATE QJ-SUGGESTED
007070         WHEN "R"
007080             MOVE "REVOKE" TO WS-OL-SUGGESTED
007090         WHEN "L"
007100             STRING "LOWER " QJ-NEW-LEVEL(2:1)
007110                 DELIMITED BY SIZE INTO WS-OL-SUGGESTED
007120             IF QJ-NEW-LEVEL(1:1) NOT EQUAL "0"
007130                 MOVE SPACES TO WS-OL-SUGGESTED
007140                 STRING "LOWER" QJ-NEW-LEVEL
007150                     DELIMITED BY SIZE INTO WS-OL-SUGGESTED
007160             END-IF
007170         WHEN OTHER
007180             MOVE "KEEP" TO WS-OL-SUGGESTED
007190     END-EVALUATE.
007200     MOVE 1 TO WS-FLAG-PTR.
007210     IF QJ-FLAG-DORMANT NOT EQUAL SPACE
007220         STRING "DORMANT " DELIMITED BY SIZE
007230             INTO WS-OL-FLAGS WITH POINTER WS-FLAG-PTR
007240     END-IF.
007250     IF QJ-FLAG-OVER-AUTH NOT EQUAL SPACE
007260         STRING "OVER-AUTH " DELIMITED BY SIZE
007270             INTO WS-OL-FLAGS WITH POINTER WS-FLAG-PTR
007280     END-IF.
007290     IF QJ-FLAG-FORCE-CHANGE NOT EQUAL SPACE
007300         STRING "FORCE-CHG " DELIMITED BY SIZE
007310             INTO WS-OL-FLAGS WITH POINTER WS-FLAG-PTR
007320     END-IF.
007330     IF QJ-FLAG-NO-CODE NOT EQUAL SPACE
007340         STRING "NO-CODE " DELIMITED BY SIZE
007350             INTO WS-OL-FLAGS WITH POINTER WS-FLAG-PTR
007360     END-IF.
007370     MOVE WS-OPERATOR-LINE TO QL-PRINT-LINE.
007380     PERFORM PUT-LIST-LINE.
007390
007400 WRITE-REVIEW-TOTALS.
007410     PERFORM PUT-BLANK-LINE.
007420     STRING WS-OPERATOR-COUNT " OPERATORS REVIEWED, "
007430         WS-FLAGGED-COUNT " FLAGGED: " WS-DORMANT-COUNT
007440         " DORMANT, " WS-OVER-AUTH-COUNT " OVER-AUTH, "
007450         WS-FORCE-COUNT " FORCE-CHG, " WS-NO-CODE-COUNT
007460         " NO-CODE"
007470         DELIMITED BY SIZE INTO QL-PRINT-LINE.
007480     PERFORM PUT-LIST-LINE.
007490     STRING WS-AUDIT-READ-COUNT " AUDIT RECORDS READ"
007500         DELIMITED BY SIZE INTO QL-PRINT-LINE.
007510     IF WS-UNRESOLVED-COUNT > ZERO
007520         STRING WS-AUDIT-READ-COUNT " AUDIT RECORDS READ, "
007530             WS-UNRESOLVED-COUNT
007535             " ANSWERS WHOSE QOPTIONS VERSION "
007540             "IS NO LONGER ON FILE (LEVEL USED SHOWN ?, "
007545             "NO OVER-AUTH)"
007550             DELIMITED BY SIZE INTO QL-PRINT-LINE
007560     END-IF.
007570     PERFORM PUT-LIST-LINE.
007580     PERFORM PUT-BLANK-LINE.
007590     MOVE "MARK EACH QRECWORK LINE K (KEEP), L (LOWER - SET"
007600         & " THE NEW LEVEL) OR R (REVOKE) WITH THE APPROVER'S ID,"
007605         & " THEN"
007610         TO QL-PRINT-LINE.
007620     PERFORM PUT-LIST-LINE.
007630     MOVE "RUN QRECERT WITH QRECMODE=DECK TO BUILD THE QOPRTRAN"
007640         & " DECK FOR QOPRMNT." TO QL-PRINT-LINE.
007650     PERFORM PUT-LIST-LINE.
007660
007670*----------------------------------------------------------------
007680* BUILD-CHANGE-DECK - READ THE MARKED WORKSHEET, HOLD EVERY LINE
007690* TO THE RULES IN THE HEADER, AND WRITE THE DECK ONLY WHEN THE
007700* WHOLE WORKSHEET PASSES.
007710*----------------------------------------------------------------
007720 BUILD-CHANGE-DECK.
007730     MOVE "QRECERT - RECERTIFICATION DECISIONS" TO QL-PRINT-LINE.
007740     PERFORM PUT-LIST-LINE.
007750     PERFORM PUT-BLANK-LINE.
007760     OPEN INPUT QRECWORK-FILE.
007770     IF WS-QRECWORK-STATUS NOT EQUAL "00"
007780         DISPLAY "QRECERT - QRECWORK NOT AVAILABLE (STATUS "
007790             WS-QRECWORK-STATUS ") - NO DECK BUILT"
007800         MOVE 16 TO WS-FINAL-RC
007810     ELSE
007820         PERFORM CHECK-ONE-WORKSHEET-LINE
007830             UNTIL WS-QRECWORK-STATUS NOT EQUAL "00"
007840         CLOSE QRECWORK-FILE
007850         PERFORM CHECK-ONE-UNREVIEWED-OPERATOR
007860             VARYING P FROM 1 BY 1 UNTIL P > WS-OPERATOR-COUNT
007870         PERFORM PUT-BLANK-LINE
007880         EVALUATE TRUE
007890             WHEN WS-REJECT-COUNT > ZERO
007900                 MOVE "WORKSHEET REJECTED - NO QOPRTRAN DECK"
007910                     TO QL-PRINT-LINE
007920                 MOVE 8 TO WS-FINAL-RC
007930             WHEN WS-LOWER-COUNT + WS-REVOKE-COUNT EQUAL ZERO
007940                 PERFORM WRITE-CHANGE-DECK
007950                 MOVE "EVERY OPERATOR KEPT - EMPTY QOPRTRAN DECK"
007960                     TO QL-PRINT-LINE
007970                 MOVE 4 TO WS-FINAL-RC
007980             WHEN OTHER
007990                 PERFORM WRITE-CHANGE-DECK
008000                 STRING "QOPRTRAN DECK WRITTEN: " WS-LOWER-COUNT
008010                     " LOWERED, " WS-REVOKE-COUNT " REVOKED, "
008020                     WS-KEEP-COUNT " KEPT - APPLY WITH QOPRMNT "
008030                     "QBATCH=Y"
008040                     DELIMITED BY SIZE INTO QL-PRINT-LINE
008050         END-EVALUATE
008060         PERFORM PUT-LIST-LINE
008070     END-IF.
008080
008090 CHECK-ONE-WORKSHEET-LINE.
008100     READ QRECWORK-FILE
008110         AT END
008120             CONTINUE
008130         NOT AT END
008140             PERFORM CHECK-WORKSHEET-DECISION
008150     END-READ.
008160
008170*----------------------------------------------------------------
008180* CHECK-WORKSHEET-DECISION - ONE MARKED LINE AGAINST QOPERS AS IT
008190* STANDS. THE FIRST FAILURE FOUND IS THE REASON PRINTED.
008200*----------------------------------------------------------------
008210 CHECK-WORKSHEET-DECISION.
008220     MOVE SPACES TO WS-REASON.
008230     MOVE ZERO TO WS-NEW-LEVEL.
008240     MOVE QJ-OPERATOR-ID TO WS-LOOK-OPERATOR-ID.
008250     PERFORM FIND-OPERATOR.
008260     IF QJ-DECISION-LOWER AND QJ-NEW-LEVEL NUMERIC
008270         MOVE QJ-NEW-LEVEL TO WS-NEW-LEVEL
008280     END-IF.
008290     EVALUATE TRUE
008300         WHEN NOT WS-OPERATOR-ON-FILE
008310             MOVE "OPERATOR NO LONGER ON QOPERS" TO WS-REASON
008320         WHEN WS-OP-ON-WORKSHEET(P) EQUAL "Y"
008330             MOVE "OPERATOR ON THE WORKSHEET TWICE" TO WS-REASON
008340         WHEN WS-WORK-COUNT EQUAL WS-MAX-WORK
008350             MOVE "WORKSHEET HAS TOO MANY LINES" TO WS-REASON
008360         WHEN QJ-AUTH-LEVEL NOT EQUAL WS-OP-AUTH-LEVEL(P)
008370             MOVE "QOPERS LEVEL CHANGED SINCE THE REVIEW"
008380                 TO WS-REASON
008390         WHEN NOT QJ-DECISION-KEEP
008400             AND NOT QJ-DECISION-LOWER
008410             AND NOT QJ-DECISION-REVOKE
008420             MOVE "NO DECISION MARKED (K, L, OR R)" TO WS-REASON
008430         WHEN QJ-APPROVER-ID EQUAL SPACES
008440             MOVE "NO APPROVER ID" TO WS-REASON
008450         WHEN QJ-APPROVER-ID EQUAL QJ-OPERATOR-ID
008460             MOVE "APPROVER MAY NOT RECERTIFY THEMSELVES"
008470                 TO WS-REASON
008480         WHEN QJ-DECISION-LOWER
008490             AND (QJ-NEW-LEVEL NOT NUMERIC
008500             OR WS-NEW-LEVEL NOT LESS THAN WS-OP-AUTH-LEVEL(P))
008510             MOVE "NEW LEVEL MUST BE BELOW THE CURRENT ONE"
008520                 TO WS-REASON
008530         WHEN OTHER
008540             CONTINUE
008550     END-EVALUATE.
008560
008570     MOVE SPACES TO WS-DECK-LINE.
008580     MOVE QJ-OPERATOR-ID TO WS-DK-OPERATOR-ID.
008590     MOVE QJ-OPERATOR-NAME TO WS-DK-OPERATOR-NAME.
008600     MOVE QJ-APPROVER-ID TO WS-DK-APPROVER-ID.
008610     EVALUATE TRUE
008620         WHEN QJ-DECISION-KEEP
008630             MOVE "KEEP" TO WS-DK-DECISION
008640         WHEN QJ-DECISION-LOWER
008650             STRING "LOWER " QJ-NEW-LEVEL
008660                 DELIMITED BY SIZE INTO WS-DK-DECISION
008670         WHEN QJ-DECISION-REVOKE
008680             MOVE "REVOKE" TO WS-DK-DECISION
008690         WHEN OTHER
008700             MOVE "?" TO WS-DK-DECISION
008710     END-EVALUATE.
008720     IF WS-OPERATOR-ON-FILE
008725         MOVE "Y" TO WS-OP-ON-WORKSHEET(P)
008728     END-IF.
008730     IF WS-REASON NOT EQUAL SPACES
008735         ADD 1 TO WS-REJECT-COUNT
008740         STRING "REJECTED: " WS-REASON
008750             DELIMITED BY SIZE INTO WS-DK-NOTE
008760     ELSE
008780         ADD 1 TO WS-WORK-COUNT
008790         MOVE QJ-OPERATOR-ID TO WK-OPERATOR-ID(WS-WORK-COUNT)
008800         MOVE QJ-DECISION TO WK-DECISION(WS-WORK-COUNT)
008810         MOVE WS-NEW-LEVEL TO WK-NEW-LEVEL(WS-WORK-COUNT)
008820         SET WK-OPERATOR-SUB(WS-WORK-COUNT) TO P
008830         EVALUATE TRUE
008840             WHEN QJ-DECISION-KEEP
008850                 ADD 1 TO WS-KEEP-COUNT
008860             WHEN QJ-DECISION-LOWER
008870                 ADD 1 TO WS-LOWER-COUNT
008880             WHEN OTHER
008890                 ADD 1 TO WS-REVOKE-COUNT
008900         END-EVALUATE
008910     END-IF.
008920     MOVE WS-DECK-LINE TO QL-PRINT-LINE.
008930     PERFORM PUT-LIST-LINE.
008940
008950*----------------------------------------------------------------
008960* CHECK-ONE-UNREVIEWED-OPERATOR - EVERY OPERATOR ON QOPERS MUST
008970* HAVE BEEN RECERTIFIED; ONE ADDED SINCE THE REVIEW, OR A LINE
008980* DROPPED FROM THE WORKSHEET, REJECTS IT.
008990*----------------------------------------------------------------
009000 CHECK-ONE-UNREVIEWED-OPERATOR.
009010     IF WS-OP-ON-WORKSHEET(P) NOT EQUAL "Y"
009020         MOVE WS-OP-IMAGE(P) TO WI-OPERATOR-RECORD
009030         MOVE SPACES TO WS-DECK-LINE
009040         MOVE WI-OPERATOR-ID TO WS-DK-OPERATOR-ID
009050         MOVE WI-OPERATOR-NAME TO WS-DK-OPERATOR-NAME
009060         MOVE "REJECTED: ON QOPERS BUT NOT RECERTIFIED"
009070             TO WS-DK-NOTE
009080         MOVE WS-DECK-LINE TO QL-PRINT-LINE
009090         PERFORM PUT-LIST-LINE
009100         ADD 1 TO WS-REJECT-COUNT
009110     END-IF.
009120
009130*----------------------------------------------------------------
009140* WRITE-CHANGE-DECK - ONE QOPRTRAN TRANSACTION PER LOWER OR
009150* REVOKE, CARRYING THE OPERATOR'S QOPERS RECORD AS IT STANDS
009160* (VERIFICATION CODE AND ALL) SO THE REPLACE CHANGES NOTHING BUT
009170* THE LEVEL.
009180*----------------------------------------------------------------
009190 WRITE-CHANGE-DECK.
009200     OPEN OUTPUT QOPRTRAN-FILE.
009210     IF WS-QOPRTRAN-STATUS NOT EQUAL "00"
009220         DISPLAY "QRECERT - QOPRTRAN NOT AVAILABLE (STATUS "
009230             WS-QOPRTRAN-STATUS ") - NO DECK BUILT"
009240         MOVE 16 TO RETURN-CODE
009250         STOP RUN
009260     END-IF.
009270     PERFORM WRITE-ONE-DECK-TRANSACTION
009280         VARYING WX FROM 1 BY 1 UNTIL WX > WS-WORK-COUNT.
009290     CLOSE QOPRTRAN-FILE.
009300
009310 WRITE-ONE-DECK-TRANSACTION.
009320     IF WK-DECISION(WX) NOT EQUAL "K"
009330         SET P TO WK-OPERATOR-SUB(WX)
009340         MOVE WS-OP-IMAGE(P) TO WI-OPERATOR-RECORD
009350         IF WK-DECISION(WX) EQUAL "L"
009360             MOVE "R" TO QU-ACTION-CODE
009370             MOVE WK-NEW-LEVEL(WX) TO WI-AUTH-LEVEL
009380         ELSE
009390             MOVE "D" TO QU-ACTION-CODE
009400         END-IF
009410         MOVE WI-OPERATOR-RECORD TO QU-OPERATOR-IMAGE
009420         WRITE QU-OPERATOR-TXN-RECORD
009430         ADD 1 TO WS-DECK-COUNT
009440     END-IF.
009450
009460 PUT-BLANK-LINE.
009470     MOVE SPACES TO QL-PRINT-LINE.
009480     PERFORM PUT-LIST-LINE.
009490
009500 PUT-LIST-LINE.
009510     WRITE QL-PRINT-LINE.
009520     MOVE SPACES TO QL-PRINT-LINE.
