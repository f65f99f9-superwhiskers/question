000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. INCREMENTAL EXTRACT OF NEW
000050*                  QAUDIT, QALERT, AND QMAUDIT RECORDS TO A
000060*                  DELIMITED INTERCHANGE FILE FOR THE ENTERPRISE
000070*                  GRC AND SIEM SYSTEMS, WITH HEADER AND TRAILER
000080*                  CONTROL RECORDS AND A HIGH-WATER-MARK CONTROL
000090*                  FILE (QEXTCTL) SO EACH BATCH CARRIES ONLY WHAT
000100*                  IS NEW AND A FAILED SEND CAN BE REBUILT AND
000110*                  SENT AGAIN WITHOUT DUPLICATES.
000112* 2026-10-15  RPH  THE "L" ALERT LINE NOW ENDS WITH THE DECISION
000114*                  POINT'S OWNER (APPLICATION, TEAM, CONTACT,
000116*                  IMPACT CLASS) AS CARRIED ON QALERT.
000120*----------------------------------------------------------------
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. qextrct.
000160 AUTHOR. R P HALVORSEN.
000170 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200
000210*----------------------------------------------------------------
000220* QEXTRCT FEEDS THE DECISION EVENTS (QAUDIT), ABORT AND
000230* RECONCILIATION ALERTS (QALERT), AND CONTROL MAINTENANCE
000240* (QMAUDIT) TO THE ENTERPRISE TOOLS AS ONE DELIMITED FILE PER
000250* BATCH ON QEXTOUT. IT RUNS IN ONE OF TWO MODES, SET BY QEXTMODE:
000260*
000270*   EXTRACT (THE DEFAULT) - WRITE EVERY RECORD ADDED SINCE THE
000280*       LAST CONFIRMED BATCH AND NOTE, ON QEXTCTL, HOW FAR THIS
000290*       BATCH WENT (THE PENDING MARKS - SEE QXCTREC).
000300*   CONFIRM - RUN AFTER THE TRANSMISSION STEP HAS SENT QEXTOUT.
000310*       THE PENDING MARKS BECOME THE SENT MARKS, AND THE NEXT
000320*       EXTRACT STARTS A NEW BATCH FROM THERE.
000330*
000340* UNTIL A BATCH IS CONFIRMED, EVERY EXTRACT REBUILDS THE SAME
000350* BATCH NUMBER FROM THE LAST CONFIRMED MARKS, PICKING UP
000360* ANYTHING ADDED SINCE. A FAILED SEND IS THEREFORE RE-SENT BY
000370* RE-SENDING THE SAME QEXTOUT, OR BY RUNNING THE EXTRACT AGAIN;
000380* EITHER WAY NO RECORD EVER TRAVELS UNDER TWO BATCH NUMBERS,
000390* AND THE RECEIVER TREATS A BATCH NUMBER IT ALREADY HOLDS AS A
000400* REPLACEMENT. THE HEADER SAYS WHEN A BATCH IS A REBUILD.
000410*
000420* QAUDIT RECORDS ARE TAKEN BY SEQUENCE NUMBER, ONE AFTER THE
000430* OTHER FROM THE LAST ONE SENT. QARCHIV MAY HAVE MOVED UNSENT
000440* RECORDS OFF THE LIVE FILE SINCE THE LAST EXTRACT, SO THE
000450* QAUDARCH DD (THE ARCHIVE GENERATIONS WRITTEN SINCE THEN,
000460* OLDEST FIRST, OR DUMMY) IS READ BEFORE THE LIVE QAUDIT; A
000470* RECORD ON BOTH, OR ALREADY SENT, IS SKIPPED BY ITS NUMBER. A
000480* MISSING NUMBER MEANS THE GENERATION HOLDING IT WAS NOT
000490* SUPPLIED: THE AUDIT RECORDS STOP AT THE GAP, THE REST OF THE
000500* BATCH IS WRITTEN, AND THE RUN ENDS RC=8 SO SOMEONE ADDS THE
000510* GENERATION TO QAUDARCH - THE NEXT EXTRACT CARRIES ON FROM THE
000520* GAP. RECORDS FROM BEFORE THE TRAIL WAS NUMBERED (SEQUENCE
000530* ZERO) GO ONLY IN THE FIRST BATCH EVER SENT.
000540*
000550* QALERT AND QMAUDIT ARE TAKEN BY RUN DATE/TIME STAMP (SEE
000560* QXCTREC). THE CONSOLE SIDE CONSUMES AND CLEARS QALERT, WHICH
000570* THE STAMP MARK SURVIVES - RECORDS ADDED AFTER A CLEAR ARE
000580* SIMPLY LATER THAN THE MARK - BUT AN ALERT RAISED AND CLEARED
000590* BETWEEN TWO EXTRACTS NEVER REACHES THIS PROGRAM, SO SCHEDULE
000600* THE EXTRACT AHEAD OF THE CONSOLE'S CLEAR. A FILE FOUND
000610* CLEARED SINCE THE LAST BATCH IS NOTED ON SYSOUT.
000620*
000630* THE INTERCHANGE LAYOUT IS ONE RECORD PER LINE, FIELDS
000640* SEPARATED BY "|" WITH TRAILING SPACES DROPPED; A "|" INSIDE A
000650* TEXT FIELD IS SENT AS "/". THE FIRST FIELD IS THE RECORD TYPE:
000660*
000670*   H|QEXTRCT|BATCH|EXTRACT DATE|TIME|REBUILD Y/N|
000680*     AUDIT SEQUENCE|ALERT STAMP|MAINT STAMP SENT BEFORE THE BATCH
000690*   A|SEQUENCE|DATE|TIME|JOB|STEP|QUESTION|OPERATOR|NAME|
000700*     SECOND OPERATOR|NAME|APPROVER|NAME|SHIFT|EVENT|PROMPT|
000710*     RESULT|RESPONSE SECS|OPTION EFFECTIVE|CHAIN VALUE
000720*   L|DATE|TIME|SEVERITY|ALERT CODE|JOB|STEP|QUESTION|
000730*     OPERATOR|NAME|SHIFT|TEXT|OWNER APPLICATION|TEAM|CONTACT|
000735*     IMPACT CLASS
000740*   M|DATE|TIME|MAINTAINER|NAME|PROGRAM|FILE|ACTION|
000750*     BEFORE IMAGE|AFTER IMAGE
000760*   T|BATCH|AUDIT COUNT|ALERT COUNT|MAINT COUNT|TOTAL RECORDS
000770*     INCLUDING H AND T|AUDIT SEQUENCE|ALERT STAMP|MAINT STAMP
000780*     THROUGH WHICH THIS BATCH RUNS
000790*
000800* OPERATOR NAMES COME FROM QOPERS (BLANK WHEN THE ID IS NOT ON
000810* FILE). THE VERIFICATION CODE IN A QOPERS BEFORE/AFTER IMAGE IS
000820* SENT AS ASTERISKS - SCRAMBLED OR NOT, IT DOES NOT LEAVE HERE.
000830*
000840* RETURN CODES: 0 BATCH WRITTEN (OR CONFIRMED); 4 CONFIRM WITH
000850* NOTHING AWAITING CONFIRMATION; 8 BATCH WRITTEN BUT QAUDIT
000860* STOPPED AT A SEQUENCE GAP; 12 QEXTOUT OR QEXTCTL COULD NOT BE
000870* WRITTEN - THE MARKS ARE LEFT AS THEY WERE, SO NOTHING IS LOST.
000880*----------------------------------------------------------------
000890
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT QAUDIT-FILE ASSIGN TO "QAUDIT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-QAUDIT-STATUS.
000960
000970     SELECT QAUDARCH-FILE ASSIGN TO "QAUDARCH"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-QAUDARCH-STATUS.
001000
001010     SELECT QALERT-FILE ASSIGN TO "QALERT"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-QALERT-STATUS.
001040
001050     SELECT QMAUDIT-FILE ASSIGN TO "QMAUDIT"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-QMAUDIT-STATUS.
001080
001090     SELECT QOPERS-FILE ASSIGN TO "QOPERS"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-QOPERS-STATUS.
001120
001130     SELECT QEXTCTL-FILE ASSIGN TO "QEXTCTL"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-QEXTCTL-STATUS.
001160
001170     SELECT QEXTOUT-FILE ASSIGN TO "QEXTOUT"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-QEXTOUT-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230*----------------------------------------------------------------
001240* THE LIVE FILE AND THE ARCHIVE DD BOTH CARRY THE QAUDREC
001250* LAYOUT, COPIED UNCHANGED AND QUALIFIED BY FILE NAME WHERE A
001260* RECORD IS MOVED OUT TO THE WORK AREA, AS IN QAUDCHK.
001270*----------------------------------------------------------------
001280 FD  QAUDIT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY QAUDREC.
001310
001320 FD  QAUDARCH-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY QAUDREC.
001350
001360 FD  QALERT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY QALTREC.
001390
001400 FD  QMAUDIT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY QMNTREC.
001430
001440 FD  QOPERS-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY QOPRREC.
001470
001480 FD  QEXTCTL-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY QXCTREC.
001510
001520 FD  QEXTOUT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  QY-EXTRACT-LINE                 PIC X(500).
001550
001560 WORKING-STORAGE SECTION.
001570 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
001580 01  WS-QAUDARCH-STATUS              PIC X(02) VALUE SPACES.
001590 01  WS-QALERT-STATUS                PIC X(02) VALUE SPACES.
001600 01  WS-QMAUDIT-STATUS               PIC X(02) VALUE SPACES.
001610 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
001620 01  WS-QEXTCTL-STATUS               PIC X(02) VALUE SPACES.
001630 01  WS-QEXTOUT-STATUS               PIC X(02) VALUE SPACES.
001640
001650 01  WS-EXTRACT-MODE                 PIC X(08) VALUE SPACES.
001660     88  WS-CONFIRM-MODE             VALUES "CONFIRM" "C".
001670 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
001680 01  WS-NOW-TIME                     PIC X(08) VALUE SPACES.
001690 01  WS-BATCH-NO                     PIC 9(07) VALUE ZERO.
001700 01  WS-REBUILD-FLAG                 PIC X(01) VALUE "N".
001710     88  WS-REBUILD                  VALUE "Y".
001720 01  WS-WRITE-FAILED-FLAG            PIC X(01) VALUE "N".
001730     88  WS-WRITE-FAILED             VALUE "Y".
001740
001750*----------------------------------------------------------------
001760* THE QEXTCTL RECORD AS READ. A SITE WITH NO QEXTCTL YET STARTS
001770* FROM NOTHING SENT, BATCH ZERO.
001780*----------------------------------------------------------------
001790     COPY QXCTREC
001800         REPLACING ==QF-EXTRACT-CONTROL-RECORD==
001810                           BY ==XC-EXTRACT-CONTROL-RECORD==
001820                   ==QF-LAST-BATCH-NO==   BY ==XC-LAST-BATCH-NO==
001830                   ==QF-CONFIRMED-BATCH-NO==
001840                           BY ==XC-CONFIRMED-BATCH-NO==
001850                   ==QF-SENT-MARKS==      BY ==XC-SENT-MARKS==
001860                   ==QF-SENT-AUDIT-SEQ==  BY ==XC-SENT-AUDIT-SEQ==
001870                   ==QF-SENT-ALERT-STAMP==
001880                           BY ==XC-SENT-ALERT-STAMP==
001890                   ==QF-SENT-ALERT-TIES==
001890                           BY ==XC-SENT-ALERT-TIES==
001900                   ==QF-SENT-MAINT-STAMP==
001910                           BY ==XC-SENT-MAINT-STAMP==
001920                   ==QF-SENT-MAINT-TIES==
001920                           BY ==XC-SENT-MAINT-TIES==
001930                   ==QF-PENDING-MARKS==   BY ==XC-PENDING-MARKS==
001940                   ==QF-PEND-AUDIT-SEQ==  BY ==XC-PEND-AUDIT-SEQ==
001950                   ==QF-PEND-ALERT-STAMP==
001960                           BY ==XC-PEND-ALERT-STAMP==
001970                   ==QF-PEND-ALERT-TIES==
001970                           BY ==XC-PEND-ALERT-TIES==
001980                   ==QF-PEND-MAINT-STAMP==
001990                           BY ==XC-PEND-MAINT-STAMP==
002000                   ==QF-PEND-MAINT-TIES==
002000                           BY ==XC-PEND-MAINT-TIES==
002010                   ==QF-EXTRACT-DATE==    BY ==XC-EXTRACT-DATE==
002020                   ==QF-EXTRACT-TIME==    BY ==XC-EXTRACT-TIME==
002030                   ==QF-CONFIRM-DATE==    BY ==XC-CONFIRM-DATE==
002040                   ==QF-CONFIRM-TIME==    BY ==XC-CONFIRM-TIME==.
002050
002060*----------------------------------------------------------------
002070* THE QAUDIT RECORD BEING CONSIDERED, WHICHEVER FILE IT CAME
002080* FROM.
002090*----------------------------------------------------------------
002100     COPY QAUDREC
002110         REPLACING ==QA-AUDIT-RECORD== BY ==XA-AUDIT-RECORD==
002120                   ==QA-RUN-DATE==     BY ==XA-RUN-DATE==
002130                   ==QA-RUN-TIME==     BY ==XA-RUN-TIME==
002140                   ==QA-JOB-NAME==     BY ==XA-JOB-NAME==
002150                   ==QA-STEP-NAME==    BY ==XA-STEP-NAME==
002160                   ==QA-QUESTION-ID==  BY ==XA-QUESTION-ID==
002170                   ==QA-OPERATOR-ID==  BY ==XA-OPERATOR-ID==
002180                   ==QA-SECOND-OPERATOR-ID==
002190                           BY ==XA-SECOND-OPERATOR-ID==
002200                   ==QA-APPROVER-ID==
002210                           BY ==XA-APPROVER-ID==
002220                   ==QA-SHIFT-CODE==   BY ==XA-SHIFT-CODE==
002230                   ==QA-EVENT-TYPE==   BY ==XA-EVENT-TYPE==
002240                   ==QA-EVENT-ANSWERED==
002250                           BY ==XA-EVENT-ANSWERED==
002260                   ==QA-EVENT-DEFAULTED==
002270                           BY ==XA-EVENT-DEFAULTED==
002280                   ==QA-EVENT-RESTART-REUSE==
002290                           BY ==XA-EVENT-RESTART-REUSE==
002300                   ==QA-EVENT-INVALID==
002310                           BY ==XA-EVENT-INVALID==
002320                   ==QA-EVENT-RETRY-ABORT==
002330                           BY ==XA-EVENT-RETRY-ABORT==
002340                   ==QA-EVENT-DEADLINE==
002350                           BY ==XA-EVENT-DEADLINE==
002360                   ==QA-EVENT-STAGED==
002370                           BY ==XA-EVENT-STAGED==
002380                   ==QA-EVENT-SKIPPED==
002390                           BY ==XA-EVENT-SKIPPED==
002400                   ==QA-EVENT-VERIFY-FAIL==
002410                           BY ==XA-EVENT-VERIFY-FAIL==
002420                   ==QA-EVENT-ANSWER== BY ==XA-EVENT-ANSWER==
002430                   ==QA-PROMPT-TEXT==  BY ==XA-PROMPT-TEXT==
002440                   ==QA-RESULT==       BY ==XA-RESULT==
002450                   ==QA-RESPONSE-SECS==
002460                           BY ==XA-RESPONSE-SECS==
002470                   ==QA-OPTION-EFFECTIVE==
002480                           BY ==XA-OPTION-EFFECTIVE==
002490                   ==QA-SEQUENCE-NO==  BY ==XA-SEQUENCE-NO==
002500                   ==QA-CHAIN-VALUE==  BY ==XA-CHAIN-VALUE==.
002510
002520*----------------------------------------------------------------
002530* QAUDIT MARK - THE LAST SEQUENCE NUMBER TAKEN INTO THIS BATCH
002540* (STARTING FROM THE LAST ONE SENT), AND THE GAP, IF ONE STOPS
002550* THE AUDIT RECORDS SHORT.
002560*----------------------------------------------------------------
002570 01  WS-AUDIT-MARK                   PIC 9(09) VALUE ZERO.
002580 01  WS-INITIAL-LOAD-FLAG            PIC X(01) VALUE "N".
002590     88  WS-INITIAL-LOAD             VALUE "Y".
002600 01  WS-GAP-FLAG                     PIC X(01) VALUE "N".
002610     88  WS-GAP-FOUND                VALUE "Y".
002620 01  WS-GAP-FROM-SEQ                 PIC 9(09) VALUE ZERO.
002630 01  WS-GAP-TO-SEQ                   PIC 9(09) VALUE ZERO.
002640 01  WS-AFTER-GAP-COUNT              PIC 9(07) VALUE ZERO.
002650
002660*----------------------------------------------------------------
002670* STAMP MARKS FOR QALERT AND QMAUDIT. WS-MARK-STAMP/TIES IS
002680* WHERE THE LAST CONFIRMED BATCH LEFT THE FILE BEING READ;
002690* WS-TIES-SEEN COUNTS THE RECORDS READ AT EXACTLY THAT STAMP;
002700* WS-NEW-STAMP/TIES IS WHERE THIS BATCH LEAVES IT.
002710*----------------------------------------------------------------
002720 01  WS-REC-STAMP                    PIC X(16) VALUE SPACES.
002730 01  WS-MARK-STAMP                   PIC X(16) VALUE SPACES.
002740 01  WS-MARK-TIES                    PIC 9(05) VALUE ZERO.
002750 01  WS-TIES-SEEN                    PIC 9(05) VALUE ZERO.
002760 01  WS-NEW-STAMP                    PIC X(16) VALUE SPACES.
002770 01  WS-NEW-TIES                     PIC 9(05) VALUE ZERO.
002780 01  WS-TAKE-FLAG                    PIC X(01) VALUE "N".
002790     88  WS-TAKE-RECORD              VALUE "Y".
002800 01  WS-MARK-SEEN-FLAG               PIC X(01) VALUE "N".
002810     88  WS-MARK-SEEN                VALUE "Y".
002820
002830*----------------------------------------------------------------
002840* RECORD COUNTS FOR THE TRAILER AND THE RUN SUMMARY
002850*----------------------------------------------------------------
002860 01  WS-AUDIT-COUNT                  PIC 9(07) VALUE ZERO.
002870 01  WS-ALERT-COUNT                  PIC 9(07) VALUE ZERO.
002880 01  WS-MAINT-COUNT                  PIC 9(07) VALUE ZERO.
002890 01  WS-LINE-COUNT                   PIC 9(07) VALUE ZERO.
002900
002910*----------------------------------------------------------------
002920* OPERATOR ID-TO-NAME TABLE, LOADED FROM QOPERS THE WAY THE
002930* REPORTS LOAD IT. WS-LOOK-OPERATOR-ID IN, WS-LOOK-NAME OUT.
002940*----------------------------------------------------------------
002950 01  WS-OPERATOR-COUNT               PIC 99 VALUE ZERO.
002960 01  WS-OPERATOR-NAME-TABLE.
002970     05  WS-ON-ENTRY OCCURS 1 TO 50 TIMES
002980                     DEPENDING ON WS-OPERATOR-COUNT
002990                     INDEXED BY P.
003000         10  WS-ON-OPERATOR-ID       PIC X(08).
003010         10  WS-ON-OPERATOR-NAME     PIC X(25).
003020 01  WS-LOOK-OPERATOR-ID             PIC X(08) VALUE SPACES.
003030 01  WS-LOOK-NAME                    PIC X(25) VALUE SPACES.
003040
003050*----------------------------------------------------------------
003060* INTERCHANGE LINE BEING BUILT. ADD-FIELD APPENDS "|" AND
003070* WS-FIELD UP TO ITS LAST NON-BLANK CHARACTER.
003080*----------------------------------------------------------------
003090 01  WS-OUT-LINE                     PIC X(500) VALUE SPACES.
003100 01  WS-OUT-PTR                      PIC 9(03) VALUE ZERO.
003110 01  WS-FIELD                        PIC X(206) VALUE SPACES.
003120 01  WS-FIELD-LEN                    PIC 9(03) VALUE ZERO.
003130 01  WS-CHAR-POS                     PIC 9(03) VALUE ZERO.
003140 01  WS-EDIT-NUMBER                  PIC 9(09) VALUE ZERO.
003150 01  WS-IMAGE                        PIC X(206) VALUE SPACES.
003160
003170 PROCEDURE DIVISION.
003180 MAIN.
003190     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003200     ACCEPT WS-NOW-TIME FROM TIME.
003210     ACCEPT WS-EXTRACT-MODE FROM ENVIRONMENT "QEXTMODE".
003220     MOVE FUNCTION UPPER-CASE(WS-EXTRACT-MODE) TO WS-EXTRACT-MODE.
003230     PERFORM READ-EXTRACT-CONTROL.
003240
003250     IF WS-CONFIRM-MODE
003260         PERFORM CONFIRM-BATCH
003270         STOP RUN
003280     END-IF.
003290
003300     PERFORM LOAD-OPERATOR-NAMES.
003310     COMPUTE WS-BATCH-NO = XC-CONFIRMED-BATCH-NO + 1.
003320     IF XC-LAST-BATCH-NO > XC-CONFIRMED-BATCH-NO
003330         SET WS-REBUILD TO TRUE
003340         DISPLAY "QEXTRCT - BATCH " WS-BATCH-NO
003350             " WAS NOT CONFIRMED - REBUILDING IT"
003360     END-IF.
003370     IF XC-CONFIRMED-BATCH-NO EQUAL ZERO
003380         SET WS-INITIAL-LOAD TO TRUE
003390     END-IF.
003400
003410     OPEN OUTPUT QEXTOUT-FILE.
003420     IF WS-QEXTOUT-STATUS NOT EQUAL "00"
003430         DISPLAY "QEXTRCT - QEXTOUT NOT AVAILABLE (STATUS "
003440             WS-QEXTOUT-STATUS ") - NOTHING EXTRACTED"
003450         MOVE 12 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480
003490     PERFORM WRITE-HEADER-RECORD.
003500     PERFORM EXTRACT-AUDIT-RECORDS.
003510     PERFORM EXTRACT-ALERT-RECORDS.
003520     PERFORM EXTRACT-MAINT-RECORDS.
003530     PERFORM WRITE-TRAILER-RECORD.
003540     CLOSE QEXTOUT-FILE.
003550
003560     IF WS-WRITE-FAILED
003570         DISPLAY "QEXTRCT - QEXTOUT WRITE FAILED (STATUS "
003580             WS-QEXTOUT-STATUS ") - QEXTCTL NOT UPDATED, RERUN "
003590             "THE EXTRACT"
003600         MOVE 12 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630
003640     PERFORM WRITE-EXTRACT-CONTROL.
003650     DISPLAY "QEXTRCT - BATCH " WS-BATCH-NO ": "
003660         WS-AUDIT-COUNT " QAUDIT, " WS-ALERT-COUNT " QALERT, "
003670         WS-MAINT-COUNT " QMAUDIT RECORDS".
003680     IF WS-GAP-FOUND
003690         DISPLAY "QEXTRCT - QAUDIT SEQUENCE " WS-GAP-FROM-SEQ
003700             " THRU " WS-GAP-TO-SEQ " NOT FOUND - ADD THE "
003710             "QAUDARCH GENERATION HOLDING THEM; "
003720             WS-AFTER-GAP-COUNT " LATER RECORDS HELD BACK"
003730         MOVE 8 TO RETURN-CODE
003740     END-IF.
003750     STOP RUN.
003760
003770*----------------------------------------------------------------
003780* READ-EXTRACT-CONTROL - PICK UP THE MARKS FROM QEXTCTL. A SITE
003790* WITH NO QEXTCTL YET (OR AN EMPTY ONE) STARTS WITH NOTHING SENT.
003800*----------------------------------------------------------------
003810 READ-EXTRACT-CONTROL.
003820     INITIALIZE XC-EXTRACT-CONTROL-RECORD.
003830     OPEN INPUT QEXTCTL-FILE.
003840     IF WS-QEXTCTL-STATUS EQUAL "00"
003850         READ QEXTCTL-FILE
003860             AT END
003870                 CONTINUE
003880             NOT AT END
003890                 MOVE QF-EXTRACT-CONTROL-RECORD
003900                     TO XC-EXTRACT-CONTROL-RECORD
003910         END-READ
003920         CLOSE QEXTCTL-FILE
003930     END-IF.
003940
003950*----------------------------------------------------------------
003960* CONFIRM-BATCH - THE TRANSMISSION STEP HAS SENT QEXTOUT: MAKE
003970* THE PENDING MARKS THE SENT MARKS.
003980*----------------------------------------------------------------
003990 CONFIRM-BATCH.
004000     IF XC-LAST-BATCH-NO NOT GREATER THAN XC-CONFIRMED-BATCH-NO
004010         DISPLAY "QEXTRCT - NO BATCH AWAITING CONFIRMATION (LAST "
004020             "CONFIRMED " XC-CONFIRMED-BATCH-NO ")"
004030         MOVE 4 TO RETURN-CODE
004040     ELSE
004050         MOVE XC-PENDING-MARKS TO XC-SENT-MARKS
004060         MOVE XC-LAST-BATCH-NO TO XC-CONFIRMED-BATCH-NO
004070         MOVE WS-TODAY-DATE TO XC-CONFIRM-DATE
004080         MOVE WS-NOW-TIME TO XC-CONFIRM-TIME
004090         PERFORM PUT-EXTRACT-CONTROL
004100         IF WS-QEXTCTL-STATUS EQUAL "00"
004110             DISPLAY "QEXTRCT - BATCH " XC-CONFIRMED-BATCH-NO
004120                 " CONFIRMED SENT"
004130         END-IF
004140     END-IF.
004150
004160*----------------------------------------------------------------
004170* WRITE-EXTRACT-CONTROL - RECORD HOW FAR THIS BATCH WENT AS THE
004180* PENDING MARKS. THE SENT MARKS ARE NOT TOUCHED UNTIL CONFIRM.
004190*----------------------------------------------------------------
004200 WRITE-EXTRACT-CONTROL.
004210     MOVE WS-BATCH-NO TO XC-LAST-BATCH-NO.
004220     MOVE WS-AUDIT-MARK TO XC-PEND-AUDIT-SEQ.
004230     MOVE WS-TODAY-DATE TO XC-EXTRACT-DATE.
004240     MOVE WS-NOW-TIME TO XC-EXTRACT-TIME.
004250     PERFORM PUT-EXTRACT-CONTROL.
004260
004270*----------------------------------------------------------------
004280* PUT-EXTRACT-CONTROL - REPLACE THE QEXTCTL RECORD. A FAILURE
004290* LEAVES THE OLD MARKS IN FORCE, SO THE NEXT RUN REPEATS THIS
004300* ONE RATHER THAN SKIPPING ANYTHING.
004310*----------------------------------------------------------------
004320 PUT-EXTRACT-CONTROL.
004330     OPEN OUTPUT QEXTCTL-FILE.
004340     IF WS-QEXTCTL-STATUS EQUAL "00"
004350         WRITE QF-EXTRACT-CONTROL-RECORD
004360             FROM XC-EXTRACT-CONTROL-RECORD
004370         CLOSE QEXTCTL-FILE
004380     END-IF.
004390     IF WS-QEXTCTL-STATUS NOT EQUAL "00"
004400         DISPLAY "QEXTRCT - QEXTCTL NOT WRITTEN (STATUS "
004410             WS-QEXTCTL-STATUS ") - MARKS NOT MOVED"
004420         MOVE 12 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450
004460*----------------------------------------------------------------
004470* LOAD-OPERATOR-NAMES - READ QOPERS (IF PRESENT) INTO THE
004480* ID-TO-NAME TABLE, THE SAME 50 RECORDS QOPRMNT CAN MAINTAIN.
004490*----------------------------------------------------------------
004500 LOAD-OPERATOR-NAMES.
004510     MOVE ZERO TO WS-OPERATOR-COUNT.
004520     OPEN INPUT QOPERS-FILE.
004530     IF WS-QOPERS-STATUS EQUAL "00"
004540         PERFORM READ-ONE-OPERATOR
004550             UNTIL WS-QOPERS-STATUS NOT EQUAL "00"
004560             OR WS-OPERATOR-COUNT EQUAL 50
004570         CLOSE QOPERS-FILE
004580     END-IF.
004590
004600 READ-ONE-OPERATOR.
004610     READ QOPERS-FILE
004620         AT END
004630             CONTINUE
004640         NOT AT END
004650             ADD 1 TO WS-OPERATOR-COUNT
004660             MOVE QP-OPERATOR-ID
004670                 TO WS-ON-OPERATOR-ID(WS-OPERATOR-COUNT)
004680             MOVE QP-OPERATOR-NAME
004690                 TO WS-ON-OPERATOR-NAME(WS-OPERATOR-COUNT)
004700     END-READ.
004710
004720 FIND-OPERATOR-NAME.
004730     MOVE SPACES TO WS-LOOK-NAME.
004740     IF WS-LOOK-OPERATOR-ID NOT EQUAL SPACES
004750         PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-OPERATOR-COUNT
004760             IF WS-ON-OPERATOR-ID(P) EQUAL WS-LOOK-OPERATOR-ID
004770                 MOVE WS-ON-OPERATOR-NAME(P) TO WS-LOOK-NAME
004780             END-IF
004790         END-PERFORM
004800     END-IF.
004810
004820*----------------------------------------------------------------
004830* WRITE-HEADER-RECORD / WRITE-TRAILER-RECORD - THE CONTROL
004840* RECORDS THE RECEIVING SIDE BALANCES THE BATCH AGAINST.
004850*----------------------------------------------------------------
004860 WRITE-HEADER-RECORD.
004870     MOVE "H" TO WS-FIELD.
004880     PERFORM START-LINE.
004890     MOVE "QEXTRCT" TO WS-FIELD.
004900     PERFORM ADD-FIELD.
004910     MOVE WS-BATCH-NO TO WS-FIELD.
004920     PERFORM ADD-FIELD.
004930     MOVE WS-TODAY-DATE TO WS-FIELD.
004940     PERFORM ADD-FIELD.
004950     MOVE WS-NOW-TIME TO WS-FIELD.
004960     PERFORM ADD-FIELD.
004970     MOVE WS-REBUILD-FLAG TO WS-FIELD.
004980     PERFORM ADD-FIELD.
004990     MOVE XC-SENT-AUDIT-SEQ TO WS-FIELD.
005000     PERFORM ADD-FIELD.
005010     MOVE XC-SENT-ALERT-STAMP TO WS-FIELD.
005020     PERFORM ADD-FIELD.
005030     MOVE XC-SENT-MAINT-STAMP TO WS-FIELD.
005040     PERFORM ADD-FIELD.
005050     PERFORM PUT-LINE.
005060
005070 WRITE-TRAILER-RECORD.
005080     MOVE "T" TO WS-FIELD.
005090     PERFORM START-LINE.
005100     MOVE WS-BATCH-NO TO WS-FIELD.
005110     PERFORM ADD-FIELD.
005120     MOVE WS-AUDIT-COUNT TO WS-FIELD.
005130     PERFORM ADD-FIELD.
005140     MOVE WS-ALERT-COUNT TO WS-FIELD.
005150     PERFORM ADD-FIELD.
005160     MOVE WS-MAINT-COUNT TO WS-FIELD.
005170     PERFORM ADD-FIELD.
005180     COMPUTE WS-EDIT-NUMBER = WS-LINE-COUNT + 1.
005190     MOVE WS-EDIT-NUMBER TO WS-FIELD.
005200     PERFORM ADD-FIELD.
005210     MOVE WS-AUDIT-MARK TO WS-FIELD.
005220     PERFORM ADD-FIELD.
005230     MOVE XC-PEND-ALERT-STAMP TO WS-FIELD.
005240     PERFORM ADD-FIELD.
005250     MOVE XC-PEND-MAINT-STAMP TO WS-FIELD.
005260     PERFORM ADD-FIELD.
005270     PERFORM PUT-LINE.
005280
005290*----------------------------------------------------------------
005300* EXTRACT-AUDIT-RECORDS - THE ARCHIVE GENERATIONS ON QAUDARCH
005310* FIRST, THEN THE LIVE QAUDIT, AS ONE TRAIL.
005320*----------------------------------------------------------------
005330 EXTRACT-AUDIT-RECORDS.
005340     MOVE XC-SENT-AUDIT-SEQ TO WS-AUDIT-MARK.
005350     OPEN INPUT QAUDARCH-FILE.
005360     IF WS-QAUDARCH-STATUS EQUAL "00"
005370         PERFORM READ-ONE-ARCHIVE-RECORD
005380             UNTIL WS-QAUDARCH-STATUS NOT EQUAL "00"
005390         CLOSE QAUDARCH-FILE
005400     END-IF.
005410     OPEN INPUT QAUDIT-FILE.
005420     IF WS-QAUDIT-STATUS EQUAL "00"
005430         PERFORM READ-ONE-LIVE-RECORD
005440             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
005450         CLOSE QAUDIT-FILE
005460     ELSE
005470         DISPLAY "QEXTRCT - QAUDIT NOT AVAILABLE (STATUS "
005480             WS-QAUDIT-STATUS ")"
005490     END-IF.
005500
005510 READ-ONE-ARCHIVE-RECORD.
005520     READ QAUDARCH-FILE
005530         AT END
005540             CONTINUE
005550         NOT AT END
005560             MOVE QA-AUDIT-RECORD OF QAUDARCH-FILE
005570                 TO XA-AUDIT-RECORD
005580             PERFORM SELECT-AUDIT-RECORD
005590     END-READ.
005600
005610 READ-ONE-LIVE-RECORD.
005620     READ QAUDIT-FILE
005630         AT END
005640             CONTINUE
005650         NOT AT END
005660             MOVE QA-AUDIT-RECORD OF QAUDIT-FILE
005670                 TO XA-AUDIT-RECORD
005680             PERFORM SELECT-AUDIT-RECORD
005690     END-READ.
005700
005710*----------------------------------------------------------------
005720* SELECT-AUDIT-RECORD - TAKE THE RECORD WHEN IT IS THE NEXT
005730* NUMBER AFTER THE MARK. AT OR BELOW THE MARK IT WAS SENT
005740* ALREADY (OR IS ON BOTH THE ARCHIVE AND THE LIVE FILE); ABOVE
005750* THE NEXT NUMBER IS A GAP, AND NOTHING AFTER IT IS TAKEN THIS
005760* BATCH. WITH NOTHING CHAINED SENT YET THE TRAIL IS TAKEN FROM
005770* WHEREVER IT STARTS. UNNUMBERED HISTORY GOES IN THE FIRST BATCH.
005780*----------------------------------------------------------------
005790 SELECT-AUDIT-RECORD.
005800     EVALUATE TRUE
005810         WHEN XA-SEQUENCE-NO NOT NUMERIC
005820             OR XA-SEQUENCE-NO EQUAL ZERO
005830             IF WS-INITIAL-LOAD
005840                 PERFORM WRITE-AUDIT-LINE
005850             END-IF
005860         WHEN WS-GAP-FOUND
005870             IF XA-SEQUENCE-NO > WS-AUDIT-MARK
005880                 ADD 1 TO WS-AFTER-GAP-COUNT
005890             END-IF
005900         WHEN XA-SEQUENCE-NO NOT GREATER THAN WS-AUDIT-MARK
005910             CONTINUE
005920         WHEN XA-SEQUENCE-NO EQUAL WS-AUDIT-MARK + 1
005930             OR WS-AUDIT-MARK EQUAL ZERO
005940             IF WS-AUDIT-MARK EQUAL ZERO
005950                 AND XA-SEQUENCE-NO > 1
005960                 DISPLAY "QEXTRCT - QAUDIT TRAIL PICKS UP AT "
005970                     "SEQUENCE " XA-SEQUENCE-NO
005980             END-IF
005990             MOVE XA-SEQUENCE-NO TO WS-AUDIT-MARK
006000             PERFORM WRITE-AUDIT-LINE
006010         WHEN OTHER
006020             SET WS-GAP-FOUND TO TRUE
006030             COMPUTE WS-GAP-FROM-SEQ = WS-AUDIT-MARK + 1
006040             COMPUTE WS-GAP-TO-SEQ = XA-SEQUENCE-NO - 1
006050             ADD 1 TO WS-AFTER-GAP-COUNT
006060     END-EVALUATE.
006070
006080 WRITE-AUDIT-LINE.
006090     MOVE "A" TO WS-FIELD.
006100     PERFORM START-LINE.
006110     MOVE XA-SEQUENCE-NO TO WS-FIELD.
006120     PERFORM ADD-FIELD.
006130     MOVE XA-RUN-DATE TO WS-FIELD.
006140     PERFORM ADD-FIELD.
006150     MOVE XA-RUN-TIME TO WS-FIELD.
006160     PERFORM ADD-FIELD.
006170     MOVE XA-JOB-NAME TO WS-FIELD.
006180     PERFORM ADD-FIELD.
006190     MOVE XA-STEP-NAME TO WS-FIELD.
006200     PERFORM ADD-FIELD.
006210     MOVE XA-QUESTION-ID TO WS-FIELD.
006220     PERFORM ADD-FIELD.
006230     MOVE XA-OPERATOR-ID TO WS-LOOK-OPERATOR-ID.
006240     PERFORM ADD-OPERATOR-FIELDS.
006250     MOVE XA-SECOND-OPERATOR-ID TO WS-LOOK-OPERATOR-ID.
006260     PERFORM ADD-OPERATOR-FIELDS.
006270     MOVE XA-APPROVER-ID TO WS-LOOK-OPERATOR-ID.
006280     PERFORM ADD-OPERATOR-FIELDS.
006290     MOVE XA-SHIFT-CODE TO WS-FIELD.
006300     PERFORM ADD-FIELD.
006310     MOVE XA-EVENT-TYPE TO WS-FIELD.
006320     PERFORM ADD-FIELD.
006330     MOVE XA-PROMPT-TEXT TO WS-FIELD.
006340     PERFORM ADD-FIELD.
006350     MOVE XA-RESULT TO WS-FIELD.
006360     PERFORM ADD-FIELD.
006370     MOVE XA-RESPONSE-SECS TO WS-FIELD.
006380     PERFORM ADD-FIELD.
006390     MOVE XA-OPTION-EFFECTIVE TO WS-FIELD.
006400     PERFORM ADD-FIELD.
006410     MOVE XA-CHAIN-VALUE TO WS-FIELD.
006420     PERFORM ADD-FIELD.
006430     PERFORM PUT-LINE.
006440     ADD 1 TO WS-AUDIT-COUNT.
006450
006460*----------------------------------------------------------------
006470* EXTRACT-ALERT-RECORDS - QALERT FROM THE STAMP MARK. A FILE THAT
006480* NO LONGER HOLDS ANYTHING AT OR BEFORE THE MARK HAS BEEN
006490* CLEARED SINCE THE LAST BATCH.
006500*----------------------------------------------------------------
006510 EXTRACT-ALERT-RECORDS.
006520     MOVE XC-SENT-ALERT-STAMP TO WS-MARK-STAMP.
006530     MOVE XC-SENT-ALERT-TIES TO WS-MARK-TIES.
006540     PERFORM START-STAMP-SCAN.
006550     OPEN INPUT QALERT-FILE.
006560     IF WS-QALERT-STATUS EQUAL "00"
006570         PERFORM READ-ONE-ALERT-RECORD
006580             UNTIL WS-QALERT-STATUS NOT EQUAL "00"
006590         CLOSE QALERT-FILE
006600     ELSE
006610         DISPLAY "QEXTRCT - QALERT NOT AVAILABLE (STATUS "
006620             WS-QALERT-STATUS ")"
006630     END-IF.
006640     IF WS-MARK-STAMP NOT EQUAL SPACES
006650         AND NOT WS-MARK-SEEN
006660         DISPLAY "QEXTRCT - QALERT CLEARED SINCE THE LAST BATCH "
006670             "(LAST SENT " WS-MARK-STAMP ")"
006680     END-IF.
006690     MOVE WS-NEW-STAMP TO XC-PEND-ALERT-STAMP.
006700     MOVE WS-NEW-TIES TO XC-PEND-ALERT-TIES.
006710
006720 READ-ONE-ALERT-RECORD.
006730     READ QALERT-FILE
006740         AT END
006750             CONTINUE
006760         NOT AT END
006770             MOVE SPACES TO WS-REC-STAMP
006780             STRING QL-RUN-DATE QL-RUN-TIME DELIMITED BY SIZE
006790                 INTO WS-REC-STAMP
006800             PERFORM CHECK-STAMP-MARK
006810             IF WS-TAKE-RECORD
006820                 PERFORM WRITE-ALERT-LINE
006830             END-IF
006840     END-READ.
006850
006860 WRITE-ALERT-LINE.
006870     MOVE "L" TO WS-FIELD.
006880     PERFORM START-LINE.
006890     MOVE QL-RUN-DATE TO WS-FIELD.
006900     PERFORM ADD-FIELD.
006910     MOVE QL-RUN-TIME TO WS-FIELD.
006920     PERFORM ADD-FIELD.
006930     MOVE QL-SEVERITY TO WS-FIELD.
006940     PERFORM ADD-FIELD.
006950     MOVE QL-ALERT-CODE TO WS-FIELD.
006960     PERFORM ADD-FIELD.
006970     MOVE QL-JOB-NAME TO WS-FIELD.
006980     PERFORM ADD-FIELD.
006990     MOVE QL-STEP-NAME TO WS-FIELD.
007000     PERFORM ADD-FIELD.
007010     MOVE QL-QUESTION-ID TO WS-FIELD.
007020     PERFORM ADD-FIELD.
007030     MOVE QL-OPERATOR-ID TO WS-LOOK-OPERATOR-ID.
007040     PERFORM ADD-OPERATOR-FIELDS.
007050     MOVE QL-SHIFT-CODE TO WS-FIELD.
007060     PERFORM ADD-FIELD.
007070     MOVE QL-PROMPT-TEXT TO WS-FIELD.
007080     PERFORM ADD-FIELD.
007082     MOVE QL-OWNER-APPLICATION TO WS-FIELD.
007084     PERFORM ADD-FIELD.
007086     MOVE QL-OWNER-TEAM TO WS-FIELD.
007088     PERFORM ADD-FIELD.
007090     MOVE QL-OWNER-CONTACT TO WS-FIELD.
007092     PERFORM ADD-FIELD.
007094     MOVE QL-OWNER-IMPACT TO WS-FIELD.
007096     PERFORM ADD-FIELD.
007098     PERFORM PUT-LINE.
007100     ADD 1 TO WS-ALERT-COUNT.
007110
007120*----------------------------------------------------------------
007130* EXTRACT-MAINT-RECORDS - QMAUDIT FROM THE STAMP MARK.
007140*----------------------------------------------------------------
007150 EXTRACT-MAINT-RECORDS.
007160     MOVE XC-SENT-MAINT-STAMP TO WS-MARK-STAMP.
007170     MOVE XC-SENT-MAINT-TIES TO WS-MARK-TIES.
007180     PERFORM START-STAMP-SCAN.
007190     OPEN INPUT QMAUDIT-FILE.
007200     IF WS-QMAUDIT-STATUS EQUAL "00"
007210         PERFORM READ-ONE-MAINT-RECORD
007220             UNTIL WS-QMAUDIT-STATUS NOT EQUAL "00"
007230         CLOSE QMAUDIT-FILE
007240     ELSE
007250         DISPLAY "QEXTRCT - QMAUDIT NOT AVAILABLE (STATUS "
007260             WS-QMAUDIT-STATUS ")"
007270     END-IF.
007280     MOVE WS-NEW-STAMP TO XC-PEND-MAINT-STAMP.
007290     MOVE WS-NEW-TIES TO XC-PEND-MAINT-TIES.
007300
007310 READ-ONE-MAINT-RECORD.
007320     READ QMAUDIT-FILE
007330         AT END
007340             CONTINUE
007350         NOT AT END
007360             MOVE SPACES TO WS-REC-STAMP
007370             STRING QM-RUN-DATE QM-RUN-TIME DELIMITED BY SIZE
007380                 INTO WS-REC-STAMP
007390             PERFORM CHECK-STAMP-MARK
007400             IF WS-TAKE-RECORD
007410                 PERFORM WRITE-MAINT-LINE
007420             END-IF
007430     END-READ.
007440
007450 WRITE-MAINT-LINE.
007460     MOVE "M" TO WS-FIELD.
007470     PERFORM START-LINE.
007480     MOVE QM-RUN-DATE TO WS-FIELD.
007490     PERFORM ADD-FIELD.
007500     MOVE QM-RUN-TIME TO WS-FIELD.
007510     PERFORM ADD-FIELD.
007520     MOVE QM-MAINTAINER-ID TO WS-LOOK-OPERATOR-ID.
007530     PERFORM ADD-OPERATOR-FIELDS.
007540     MOVE QM-PROGRAM-NAME TO WS-FIELD.
007550     PERFORM ADD-FIELD.
007560     MOVE QM-FILE-NAME TO WS-FIELD.
007570     PERFORM ADD-FIELD.
007580     MOVE QM-ACTION-CODE TO WS-FIELD.
007590     PERFORM ADD-FIELD.
007600     MOVE QM-BEFORE-IMAGE TO WS-IMAGE.
007610     PERFORM MASK-IMAGE.
007620     MOVE WS-IMAGE TO WS-FIELD.
007630     PERFORM ADD-FIELD.
007640     MOVE QM-AFTER-IMAGE TO WS-IMAGE.
007650     PERFORM MASK-IMAGE.
007660     MOVE WS-IMAGE TO WS-FIELD.
007670     PERFORM ADD-FIELD.
007680     PERFORM PUT-LINE.
007690     ADD 1 TO WS-MAINT-COUNT.
007700
007710*----------------------------------------------------------------
007720* MASK-IMAGE - A QOPERS IMAGE CARRIES QP-VERIFY-CODE AT BYTES
007730* 39-46 (SEE QOPRREC); IT IS SENT AS ASTERISKS WHEN PRESENT.
007740*----------------------------------------------------------------
007750 MASK-IMAGE.
007760     IF QM-FILE-NAME EQUAL "QOPERS"
007770         AND WS-IMAGE(39:8) NOT EQUAL SPACES
007780         MOVE ALL "*" TO WS-IMAGE(39:8)
007790     END-IF.
007800
007810*----------------------------------------------------------------
007820* START-STAMP-SCAN / CHECK-STAMP-MARK - A RECORD IS NEW WHEN ITS
007830* STAMP IS LATER THAN THE MARK, OR EQUAL TO IT AND BEYOND THE
007840* NUMBER OF RECORDS ALREADY SENT AT THAT STAMP. EACH RECORD
007850* TAKEN MOVES THE NEW MARK ALONG.
007860*----------------------------------------------------------------
007870 START-STAMP-SCAN.
007880     MOVE ZERO TO WS-TIES-SEEN.
007890     MOVE "N" TO WS-MARK-SEEN-FLAG.
007900     MOVE WS-MARK-STAMP TO WS-NEW-STAMP.
007910     MOVE WS-MARK-TIES TO WS-NEW-TIES.
007920
007930 CHECK-STAMP-MARK.
007940     MOVE "N" TO WS-TAKE-FLAG.
007950     EVALUATE TRUE
007960         WHEN WS-REC-STAMP < WS-MARK-STAMP
007970             SET WS-MARK-SEEN TO TRUE
007980         WHEN WS-REC-STAMP EQUAL WS-MARK-STAMP
007990             SET WS-MARK-SEEN TO TRUE
008000             ADD 1 TO WS-TIES-SEEN
008010             IF WS-TIES-SEEN > WS-MARK-TIES
008020                 SET WS-TAKE-RECORD TO TRUE
008030             END-IF
008040         WHEN OTHER
008050             SET WS-TAKE-RECORD TO TRUE
008060     END-EVALUATE.
008070     IF WS-TAKE-RECORD
008080         IF WS-REC-STAMP EQUAL WS-NEW-STAMP
008090             ADD 1 TO WS-NEW-TIES
008100         ELSE
008110             MOVE WS-REC-STAMP TO WS-NEW-STAMP
008120             MOVE 1 TO WS-NEW-TIES
008130         END-IF
008140     END-IF.
008150
008160*----------------------------------------------------------------
008170* START-LINE / ADD-FIELD / ADD-OPERATOR-FIELDS / PUT-LINE -
008180* BUILD ONE INTERCHANGE RECORD. START-LINE TAKES THE RECORD TYPE
008190* IN WS-FIELD; ADD-FIELD APPENDS THE DELIMITER AND WS-FIELD UP TO
008200* ITS LAST NON-BLANK CHARACTER, WITH ANY "|" IN IT SENT AS "/";
008210* ADD-OPERATOR-FIELDS APPENDS AN OPERATOR ID AND ITS QOPERS NAME.
008220*----------------------------------------------------------------
008230 START-LINE.
008240     MOVE SPACES TO WS-OUT-LINE.
008250     MOVE WS-FIELD(1:1) TO WS-OUT-LINE(1:1).
008260     MOVE 2 TO WS-OUT-PTR.
008270
008280 ADD-FIELD.
008290     INSPECT WS-FIELD REPLACING ALL "|" BY "/".
008300     MOVE ZERO TO WS-FIELD-LEN.
008310     PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
008320             UNTIL WS-CHAR-POS > 206
008330         IF WS-FIELD(WS-CHAR-POS:1) NOT EQUAL SPACE
008340             MOVE WS-CHAR-POS TO WS-FIELD-LEN
008350         END-IF
008360     END-PERFORM.
008370     STRING "|" DELIMITED BY SIZE
008380         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
008390     IF WS-FIELD-LEN > ZERO
008400         STRING WS-FIELD(1:WS-FIELD-LEN) DELIMITED BY SIZE
008410             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
008420     END-IF.
008430     MOVE SPACES TO WS-FIELD.
008440
008450 ADD-OPERATOR-FIELDS.
008460     PERFORM FIND-OPERATOR-NAME.
008470     MOVE WS-LOOK-OPERATOR-ID TO WS-FIELD.
008480     PERFORM ADD-FIELD.
008490     MOVE WS-LOOK-NAME TO WS-FIELD.
008500     PERFORM ADD-FIELD.
008510
008520 PUT-LINE.
008530     MOVE WS-OUT-LINE TO QY-EXTRACT-LINE.
008540     WRITE QY-EXTRACT-LINE.
008550     IF WS-QEXTOUT-STATUS NOT EQUAL "00"
008560         SET WS-WRITE-FAILED TO TRUE
008570     END-IF.
008580     ADD 1 TO WS-LINE-COUNT.
