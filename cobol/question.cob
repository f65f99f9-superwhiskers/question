000943*                  ANSWERS, WHICH TAKE NO CONSOLE TIME). SEE
000944*                  QRPT04 FOR THE RESPONSE-TIME REPORT THAT
000946*                  TURNS THE HISTORY INTO DEADLINE EVIDENCE.
000947* 2026-10-15  RPH  EVERY QAUDIT RECORD NOW CARRIES A SEQUENCE
000948*                  NUMBER RUNNING ACROSS THE WHOLE TRAIL AND A
000949*                  CHECK VALUE CHAINED FROM THE RECORD BEFORE IT,
000951*                  WITH THE LAST NUMBER ISSUED KEPT ON THE NEW
000952*                  QAUDCTL CONTROL FILE, SO A DELETED OR ALTERED
000953*                  AUDIT RECORD CAN BE PROVED. SEE QAUDCHK.
000954* 2026-10-15  RPH  QOPTIONS NOW HOLDS EFFECTIVE-DATED VERSIONS OF
000955*                  EACH QUESTION/OPERATOR/SHIFT ENTRY.
000956*                  LOAD-OPTIONS BROWSES THE VERSIONS OF THE EXACT
000957*                  AND DEFAULT ENTRIES AND USES THE ONE IN EFFECT
000958*                  TODAY, SO A CHANGE CAN BE KEYED AHEAD OF THE
000959*                  NIGHT IT IS FOR, AND EVERY QAUDIT RECORD NOW
000961*                  CARRIES THE FROM DATE OF THE VERSION USED IN
000962*                  QA-OPTION-EFFECTIVE.
000963* 2026-10-15  RPH  EVERY ANSWER (KEYED, DEFAULTED, STAGED, OR
000964*                  REUSED) IS NOW ALSO POSTED TO THE NEW QDECISN
000965*                  DECISION REPOSITORY, KEYED BY THE WINDOW'S RUN
000966*                  DATE (QVFYDATE, DEFAULT TODAY) AND QUESTION ID,
000967*                  SO A JOB IN ANOTHER STREAM CAN READ TONIGHT'S
000968*                  ANSWER THROUGH QDECLKP OR THE QDECRC STEP. THE
000969*                  QANSWER EXPORT IS UNCHANGED.
000970* 2026-10-15  RPH  EVERY QALERT RECORD NOW CARRIES THE DECISION
000971*                  POINT'S OWNER FROM THE NEW QOWNER REGISTRY
000972*                  (APPLICATION, TEAM, PRIMARY CONTACT, IMPACT
000973*                  CLASS) SO THE CONSOLE CAN ROUTE THE PAGE TO THE
000974*                  OWNING TEAM. NO QOWNER DD, OR NO ENTRY FOR THE
000975*                  QUESTION, LEAVES THE OWNER FIELDS BLANK.
000976* 2026-10-15  RPH  LOAD-OPTIONS NOW PICKS THE QOPTIONS VERSION IN
000977*                  EFFECT ON THE WINDOW'S RUN DATE (QVFYDATE,
000978*                  DEFAULT TODAY) INSTEAD OF THE CALENDAR DATE, SO
000979*                  A STEP AFTER MIDNIGHT OR A RERUN ASKS THE SAME
000980*                  VERSION QREADY AND QCOVER CHECKED.
000835*----------------------------------------------------------------
000750
000760 IDENTIFICATION DIVISION.
000850 FILE-CONTROL.
000860     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000870         ORGANIZATION IS INDEXED
000872         ACCESS MODE IS DYNAMIC
000874         RECORD KEY IS QO-RECORD-KEY
000880         FILE STATUS IS WS-QOPTIONS-STATUS.
000890
000991         ACCESS MODE IS RANDOM
000992         RECORD KEY IS QS-RECORD-KEY
000993         FILE STATUS IS WS-QSTAGE-STATUS.
000994
000995     SELECT QAUDCTL-FILE ASSIGN TO "QAUDCTL"
000996         ORGANIZATION IS SEQUENTIAL
000997         FILE STATUS IS WS-QAUDCTL-STATUS.
000997
000998     SELECT QDECISN-FILE ASSIGN TO "QDECISN"
000998         ORGANIZATION IS INDEXED
000998         ACCESS MODE IS RANDOM
000999         RECORD KEY IS QD-RECORD-KEY
000999         FILE STATUS IS WS-QDECISN-STATUS.
000999
000999     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000999         ORGANIZATION IS INDEXED
000999         ACCESS MODE IS RANDOM
000999         RECORD KEY IS QZ-QUESTION-ID
000999         FILE STATUS IS WS-QOWNER-STATUS.
000978
000980 DATA DIVISION.
000990 FILE SECTION.
001129 FD  QALERT-FILE
001131     LABEL RECORDS ARE STANDARD.
001132     COPY QALTREC.
001133
001134 FD  QAUDCTL-FILE
001135     LABEL RECORDS ARE STANDARD.
001136     COPY QACTREC.
001136
001137 FD  QDECISN-FILE
001138     LABEL RECORDS ARE STANDARD.
001139     COPY QDECREC.
001139
001139 FD  QOWNER-FILE
001139     LABEL RECORDS ARE STANDARD.
001139     COPY QOWNREC.
001122
001120 WORKING-STORAGE SECTION.
001130 01 WS-I PIC 99V9 VALUE IS 0.
001231 01  WS-DEFAULT-USED-FLAG        PIC X(01) VALUE "N".
001232     88  WS-DEFAULT-USED         VALUE "Y".
001233
001234*----------------------------------------------------------------
001235* AUDIT-CHAIN WORK AREAS - THE SEQUENCE NUMBER AND CHECK VALUE OF
001236* THE LAST QAUDIT RECORD WRITTEN (FROM QAUDCTL, OR FROM THE LAST
001237* RECORD ON QAUDIT WHEN THERE IS NO QAUDCTL YET), AND THE WORK
001238* FIELDS COMPUTE-CHAIN-VALUE FOLDS EACH RECORD THROUGH. THE
001239* MULTIPLIER, MODULUS, AND CHAINED LENGTH ARE CARRIED IN QAUDCHK
001241* AS WELL, WHICH RECOMPUTES EVERY VALUE - CHANGE ONE PROGRAM AND
001242* YOU MUST CHANGE BOTH, OR EVERY RECORD WRITTEN SINCE WILL FAIL
001243* THE CHECK.
001244*----------------------------------------------------------------
001245 01  WS-PRIOR-SEQUENCE-NO        PIC 9(09) VALUE ZERO.
001246 01  WS-PRIOR-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
001247 01  WS-CHAIN-WORK               PIC 9(11) VALUE ZERO.
001248 01  WS-CHAIN-POS                PIC 9(03) VALUE ZERO.
001249 01  WS-CHAIN-MULTIPLIER         PIC 9(03) VALUE 31.
001251 01  WS-CHAIN-MODULUS            PIC 9(09) VALUE 999999937.
001252 01  WS-CHAINED-LENGTH           PIC 9(03) VALUE 139.
001253 01  WS-CHAIN-FOUND-FLAG         PIC X(01) VALUE "N".
001254     88  WS-CHAIN-FOUND          VALUE "Y".
001255
001240 01  WS-QOPTIONS-STATUS          PIC X(02) VALUE SPACES.
001250 01  WS-QAUDIT-STATUS            PIC X(02) VALUE SPACES.
001260 01  WS-QRESTRT-STATUS           PIC X(02) VALUE SPACES.
001268 01  WS-QSTAGE-STATUS            PIC X(02) VALUE SPACES.
001269 01  WS-QSCRIPT-STATUS           PIC X(02) VALUE SPACES.
001273 01  WS-QALERT-STATUS            PIC X(02) VALUE SPACES.
001275 01  WS-QAUDCTL-STATUS           PIC X(02) VALUE SPACES.
001275 01  WS-QDECISN-STATUS           PIC X(02) VALUE SPACES.
001275 01  WS-QOWNER-STATUS            PIC X(02) VALUE SPACES.
001274 01  WS-ALERT-SEVERITY           PIC X(01) VALUE "E".
001276 01  WS-ALERT-CODE               PIC X(04) VALUE SPACES.
001277 01  WS-ANSWER-AVAIL-FLAG        PIC X(01) VALUE "N".
001278     88  WS-ANSWER-AVAILABLE     VALUE "Y".
001278
001280*----------------------------------------------------------------
001281* WINDOW RUN DATE QDECISN RECORDS ARE POSTED UNDER, AND THE DATE
001282* QOPTIONS VERSIONS ARE SELECTED AS OF - QVFYDATE WHEN SET TO A
001282* YYYYMMDD DATE, OTHERWISE TODAY.
001283*----------------------------------------------------------------
001284 01  WS-DECISION-DATE            PIC X(08) VALUE SPACES.
001279
001301*---------------------------------------------------------------
001302* SCRIPT TABLE - THE ORDERED LIST OF QUESTIONS THIS RUN ASKS,
001730     88  WS-SHIFT-DEFAULT-FOUND  VALUE "Y".
001740 01  WS-OPTION-VALID-FLAG        PIC X(01) VALUE "N".
001750     88  WS-OPTION-VALID         VALUE "Y".
001751
001752*----------------------------------------------------------------
001753* QOPTIONS VERSION SELECTION - THE DATE THE CATALOG IS READ AS
001754* OF, THE ENTRY WHOSE VERSIONS ARE BEING BROWSED, THE FROM DATE
001755* OF THE BEST VERSION FOUND SO FAR, AND THE FROM DATE OF THE
001756* VERSION ACTUALLY USED (STAMPED ON QAUDIT; SPACES WHEN THE
001757* BUILT-IN DEFAULTS ARE IN USE).
001758*----------------------------------------------------------------
001759 01  WS-OPTION-AS-OF-DATE        PIC X(08) VALUE SPACES.
001761 01  WS-VERSION-OPERATOR-ID      PIC X(08) VALUE SPACES.
001762 01  WS-VERSION-FROM             PIC X(08) VALUE SPACES.
001763 01  WS-OPTION-EFFECTIVE         PIC X(08) VALUE SPACES.
001764 01  WS-VERSION-FOUND-FLAG       PIC X(01) VALUE "N".
001765     88  WS-VERSION-FOUND        VALUE "Y".
001766 01  WS-VERSION-DONE-FLAG        PIC X(01) VALUE "N".
001767     88  WS-VERSION-DONE         VALUE "Y".
001760
001770*----------------------------------------------------------------
001780* NORMALIZED COPIES OF THE OPERATOR'S ENTRY AND THE CURRENT TABLE
002117* QOPTIONS RECORD, HONOR A RESTART CHECKPOINT OR A STAGED
002118* ANSWER, AND FINALLY PROMPT. EVERY QUESTION ASKED OR SKIPPED
002119* GETS ITS OWN QAUDIT RECORD, AND EVERY ANSWER ITS OWN QANSWER
002121* EXPORT RECORD, QDECISN DECISION RECORD, AND RESTART
002122* CHECKPOINT. THE STEP'S RETURN CODE REFLECTS THE LAST QUESTION
002123* ANSWERED - A MULTI-QUESTION SCRIPT BRANCHES DOWNSTREAM ON THE
002123* EXPORT FILE OR QDECISN, NOT THE RC. A RUN
002124* WITH NO QSCRIPT PROCESSES THE ONE QUESTION NAMED IN QQUESTID,
002126* EXACTLY AS EVERY RUN DID BEFORE SCRIPTS EXISTED.
002127*----------------------------------------------------------------
002168         MOVE "Y" TO WS-SC-ASKED-FLAG(WS-SCRIPT-INDEX)
002169         PERFORM SET-RETURN-CODE
002171         PERFORM WRITE-ANSWER-EXPORT
002171         PERFORM WRITE-DECISION-RECORD
002172         DISPLAY "You entered: "WS-RESULT
002173     END-IF.
002174
002197     MOVE "N" TO WS-EXACT-MATCH-FLAG.
002198     MOVE "N" TO WS-SHIFT-DEFAULT-FLAG.
002199     MOVE "N" TO WS-OPTION-VALID-FLAG.
002205     MOVE SPACES TO WS-OPTION-EFFECTIVE.
002200     MOVE ZERO TO WS-ELAPSED-SECS.
002201
002202*----------------------------------------------------------------
002140* LOAD-OPTIONS - READ THE PROMPT TEXT AND VALID ENTRIES FROM
002150* QOPTIONS. QOPTIONS IS AN INDEXED CATALOG OF EVERY DECISION
002160* POINT IN THE STREAM, KEYED BY QUESTION ID, OPERATOR ID, AND
002170* SHIFT CODE (PLUS THE EFFECTIVE-FROM DATE OF EACH VERSION OF
002171* THAT ENTRY), SO THE RECORD FOR THIS RUN IS FOUND DIRECTLY: AN
002180* EXACT MATCH ON WS-OPERATOR-ID AND WS-SHIFT-CODE WINS, THE
002190* RECORD FOR OPERATOR "DEFAULT " ON THE SAME SHIFT IS READ IF NO
002200* EXACT MATCH IS ON FILE, AND IF NEITHER IS THERE (OR QOPTIONS
002211* A SITE THAT HAS NOT YET SET UP THE PARAMETER FILE STILL GETS A
002212* WORKING PROMPT. A RECORD THAT READS BUT FAILS VALIDATION IN
002213* COPY-QOPTIONS-TO-WORKING-STORAGE IS TREATED AS NOT FOUND, SO
002214* THE FALLBACK CHAIN STILL APPLIES. "ON FILE" MEANS A VERSION
002215* IN EFFECT ON THE RUN DATE (SEE FIND-QOPTIONS-VERSION) - AN ENTRY
002216* WHOSE ONLY VERSIONS ARE PLANNED OR CLOSED OUT IS NOT THERE
002217* TONIGHT. THE RUN DATE IS WS-DECISION-DATE, SET FROM QVFYDATE BY
002218* GET-RUN-IDENTIFICATION, SO A STEP AFTER MIDNIGHT USES THE SAME
002219* VERSION QREADY AND QCOVER CHECKED FOR THE WINDOW.
002220*----------------------------------------------------------------
002230 LOAD-OPTIONS.
002240     MOVE WS-DECISION-DATE TO WS-OPTION-AS-OF-DATE.
002250     MOVE SPACES TO WS-OPTION-EFFECTIVE.
002260     OPEN INPUT QOPTIONS-FILE.
002270     IF WS-QOPTIONS-STATUS EQUAL "00"
002280         PERFORM READ-QOPTIONS-EXACT-RECORD
002360     END-IF.
002370
002380 READ-QOPTIONS-EXACT-RECORD.
002400     MOVE WS-OPERATOR-ID TO WS-VERSION-OPERATOR-ID.
002420     PERFORM FIND-QOPTIONS-VERSION.
002430     IF WS-VERSION-FOUND
002440         PERFORM COPY-QOPTIONS-TO-WORKING-STORAGE
002450         IF WS-OPTION-VALID
002460             SET WS-EXACT-FOUND TO TRUE
002465             MOVE QO-EFFECTIVE-FROM TO WS-OPTION-EFFECTIVE
002470         END-IF
002480     END-IF.
002490
002500 READ-QOPTIONS-DEFAULT-RECORD.
002520     MOVE "DEFAULT " TO WS-VERSION-OPERATOR-ID.
002540     PERFORM FIND-QOPTIONS-VERSION.
002550     IF WS-VERSION-FOUND
002560         PERFORM COPY-QOPTIONS-TO-WORKING-STORAGE
002570         IF WS-OPTION-VALID
002580             SET WS-SHIFT-DEFAULT-FOUND TO TRUE
002585             MOVE QO-EFFECTIVE-FROM TO WS-OPTION-EFFECTIVE
002590         END-IF
002595     END-IF.
002596
002597*----------------------------------------------------------------
002598* FIND-QOPTIONS-VERSION - BROWSE EVERY VERSION OF THE ENTRY FOR
002599* WS-QUESTION-ID/WS-VERSION-OPERATOR-ID/WS-SHIFT-CODE (THEY SIT
002600* TOGETHER IN KEY ORDER, OLDEST FROM DATE FIRST) AND KEEP THE
002601* LAST ONE IN EFFECT ON WS-OPTION-AS-OF-DATE - FROM DATE NOT
002602* AFTER IT (SPACES OR ZEROS SORT FIRST AND MEAN FROM THE
002603* BEGINNING), THRU DATE NOT BEFORE IT (SPACES OR 99999999 MEAN
002604* OPEN-ENDED). THAT IS THE LATEST-STARTING VERSION IN EFFECT,
002605* WHICH QOPTREC SAYS WINS. THE CHOSEN VERSION IS THEN READ BACK
002606* BY ITS FULL KEY SO IT IS THE RECORD IN THE QOPTIONS AREA.
002607*----------------------------------------------------------------
002608 FIND-QOPTIONS-VERSION.
002609     MOVE "N" TO WS-VERSION-FOUND-FLAG.
002610     MOVE "N" TO WS-VERSION-DONE-FLAG.
002611     MOVE WS-QUESTION-ID TO QO-QUESTION-ID.
002612     MOVE WS-VERSION-OPERATOR-ID TO QO-OPERATOR-ID.
002613     MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE.
002614     MOVE LOW-VALUES TO QO-EFFECTIVE-FROM.
002615     START QOPTIONS-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
002616         INVALID KEY
002617             SET WS-VERSION-DONE TO TRUE
002618     END-START.
002619     PERFORM CHECK-ONE-QOPTIONS-VERSION UNTIL WS-VERSION-DONE.
002620     IF WS-VERSION-FOUND
002621         MOVE WS-QUESTION-ID TO QO-QUESTION-ID
002622         MOVE WS-VERSION-OPERATOR-ID TO QO-OPERATOR-ID
002623         MOVE WS-SHIFT-CODE TO QO-SHIFT-CODE
002624         MOVE WS-VERSION-FROM TO QO-EFFECTIVE-FROM
002625         READ QOPTIONS-FILE
002626         IF WS-QOPTIONS-STATUS NOT EQUAL "00"
002627             MOVE "N" TO WS-VERSION-FOUND-FLAG
002628         END-IF
002629     END-IF.
002630
002631 CHECK-ONE-QOPTIONS-VERSION.
002632     READ QOPTIONS-FILE NEXT RECORD
002633         AT END
002634             SET WS-VERSION-DONE TO TRUE
002635         NOT AT END
002636             IF QO-QUESTION-ID NOT EQUAL WS-QUESTION-ID
002637                 OR QO-OPERATOR-ID
002637                     NOT EQUAL WS-VERSION-OPERATOR-ID
002638                 OR QO-SHIFT-CODE NOT EQUAL WS-SHIFT-CODE
002639                 SET WS-VERSION-DONE TO TRUE
002640             ELSE
002641                 IF QO-EFFECTIVE-FROM NOT GREATER THAN
002642                         WS-OPTION-AS-OF-DATE
002643                     AND (QO-EFFECTIVE-THRU EQUAL SPACES
002644                     OR QO-EFFECTIVE-THRU NOT LESS THAN
002645                         WS-OPTION-AS-OF-DATE)
002646                     SET WS-VERSION-FOUND TO TRUE
002647                     MOVE QO-EFFECTIVE-FROM TO WS-VERSION-FROM
002648                 END-IF
002649             END-IF
002650     END-READ.
002600
002610*----------------------------------------------------------------
002620* COPY-QOPTIONS-TO-WORKING-STORAGE - MOVE THE CURRENT QOPTIONS
003070     ACCEPT WS-DEFAULT-ANSWER FROM ENVIRONMENT "QDFTANS".
003080     ACCEPT WS-RESTART-REQUEST-FLAG FROM ENVIRONMENT "QRESTART".
003085     ACCEPT WS-STAGED-MODE-FLAG FROM ENVIRONMENT "QSTAGED".
003086     ACCEPT WS-DECISION-DATE FROM ENVIRONMENT "QVFYDATE".
003087     IF WS-DECISION-DATE NOT NUMERIC
003088         ACCEPT WS-DECISION-DATE FROM DATE YYYYMMDD
003089     END-IF.
003090
003100*----------------------------------------------------------------
003110* CHECK-RESTART - WHEN THE JCL HAS SET QRESTART TO "Y" (I.E. THIS
007856         MOVE WS-OPERATOR-ID TO QL-OPERATOR-ID
007857         MOVE WS-SHIFT-CODE TO QL-SHIFT-CODE
007858         MOVE WS-PROMPT TO QL-PROMPT-TEXT
007858         PERFORM GET-ALERT-OWNER
007859         WRITE QL-ALERT-RECORD
007861         CLOSE QALERT-FILE
007862     END-IF.
007863
007864*----------------------------------------------------------------
007865* GET-ALERT-OWNER - COPY THE QUESTION'S QOWNER REGISTRY ENTRY
007866* ONTO THE ALERT FOR ROUTING. THE REGISTRY IS ONLY OPENED HERE,
007867* ON THE WAY OUT OF AN ABORT; WITHOUT IT, OR WITHOUT AN ENTRY,
007868* THE OWNER FIELDS GO OUT BLANK AND THE CONSOLE ROUTES AS BEFORE.
007869*----------------------------------------------------------------
007870 GET-ALERT-OWNER.
007871     MOVE SPACES TO QL-OWNER-APPLICATION QL-OWNER-TEAM
007872         QL-OWNER-CONTACT QL-OWNER-IMPACT.
007873     OPEN INPUT QOWNER-FILE.
007874     IF WS-QOWNER-STATUS EQUAL "00"
007875         MOVE WS-QUESTION-ID TO QZ-QUESTION-ID
007876         READ QOWNER-FILE
007877         IF WS-QOWNER-STATUS EQUAL "00"
007878             MOVE QZ-APPLICATION-ID TO QL-OWNER-APPLICATION
007879             MOVE QZ-TEAM-ID TO QL-OWNER-TEAM
007880             MOVE QZ-PRIMARY-CONTACT TO QL-OWNER-CONTACT
007881             MOVE QZ-IMPACT-CLASS TO QL-OWNER-IMPACT
007882         END-IF
007883         CLOSE QOWNER-FILE
007884     END-IF.
007794
007800*----------------------------------------------------------------
007810* WRITE-EVENT-RECORD - APPEND ONE QAUDIT RECORD FOR THE EVENT IN
007820* WS-AUDIT-EVENT-TYPE/WS-AUDIT-RESULT, STAMPED WITH THE RUN
007830* IDENTIFICATION. QAUDIT IS OPENED EXTEND SO EACH RECORD IS
007840* ADDED TO WHATEVER IS ALREADY ON THE FILE; A FIRST-EVER RUN
007850* (FILE NOT YET PRESENT) OPENS IT OUTPUT INSTEAD. THE RECORD
007852* TAKES THE NEXT NUMBER IN THE TRAIL'S SEQUENCE AND A CHECK VALUE
007854* CHAINED FROM THE RECORD BEFORE IT, AND QAUDCTL IS ADVANCED ONLY
007856* ONCE THE QAUDIT WRITE HAS TAKEN.
007860*----------------------------------------------------------------
007870 WRITE-EVENT-RECORD.
007875     PERFORM READ-CHAIN-CONTROL.
007880     OPEN EXTEND QAUDIT-FILE.
007890     IF WS-QAUDIT-STATUS EQUAL "05"
007900         OR WS-QAUDIT-STATUS EQUAL "35"
008076     ELSE
008077         MOVE ZERO TO QA-RESPONSE-SECS
008078     END-IF.
008078     MOVE WS-OPTION-EFFECTIVE TO QA-OPTION-EFFECTIVE.
008079     COMPUTE QA-SEQUENCE-NO = WS-PRIOR-SEQUENCE-NO + 1.
008081     PERFORM COMPUTE-CHAIN-VALUE.
008080     WRITE QA-AUDIT-RECORD.
008082     IF WS-QAUDIT-STATUS EQUAL "00"
008084         PERFORM WRITE-CHAIN-CONTROL
008086     END-IF.
008090
008100     CLOSE QAUDIT-FILE.
008101
008102*----------------------------------------------------------------
008103* READ-CHAIN-CONTROL - PICK UP THE SEQUENCE NUMBER AND CHECK
008104* VALUE OF THE LAST RECORD ON THE TRAIL FROM QAUDCTL. A SITE
008105* WITH NO QAUDCTL YET (OR ONE THAT WAS LOST) RESUMES FROM THE
008106* LAST RECORD ON THE LIVE QAUDIT INSTEAD; WITH NEITHER, THE TRAIL
008107* STARTS AT SEQUENCE 1 CHAINED FROM ZERO.
008108*----------------------------------------------------------------
008109 READ-CHAIN-CONTROL.
008111     MOVE ZERO TO WS-PRIOR-SEQUENCE-NO.
008112     MOVE ZERO TO WS-PRIOR-CHAIN-VALUE.
008113     MOVE "N" TO WS-CHAIN-FOUND-FLAG.
008114     OPEN INPUT QAUDCTL-FILE.
008115     IF WS-QAUDCTL-STATUS EQUAL "00"
008116         READ QAUDCTL-FILE
008117             AT END
008118                 CONTINUE
008119             NOT AT END
008121                 IF QK-LAST-SEQUENCE-NO NUMERIC
008122                     AND QK-LAST-CHAIN-VALUE NUMERIC
008123                     MOVE QK-LAST-SEQUENCE-NO
008124                         TO WS-PRIOR-SEQUENCE-NO
008125                     MOVE QK-LAST-CHAIN-VALUE
008126                         TO WS-PRIOR-CHAIN-VALUE
008127                     SET WS-CHAIN-FOUND TO TRUE
008128                 END-IF
008129         END-READ
008131         CLOSE QAUDCTL-FILE
008132     END-IF.
008133     IF NOT WS-CHAIN-FOUND
008134         PERFORM FIND-LAST-AUDIT-RECORD
008135     END-IF.
008136
008137 FIND-LAST-AUDIT-RECORD.
008138     OPEN INPUT QAUDIT-FILE.
008139     IF WS-QAUDIT-STATUS EQUAL "00"
008141         PERFORM READ-ONE-CHAIN-RECORD
008142             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
008143         CLOSE QAUDIT-FILE
008144     END-IF.
008145
008146 READ-ONE-CHAIN-RECORD.
008147     READ QAUDIT-FILE
008148         AT END
008149             CONTINUE
008151         NOT AT END
008152             IF QA-SEQUENCE-NO NUMERIC
008153                 AND QA-CHAIN-VALUE NUMERIC
008154                 AND QA-SEQUENCE-NO > ZERO
008155                 MOVE QA-SEQUENCE-NO TO WS-PRIOR-SEQUENCE-NO
008156                 MOVE QA-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
008157             END-IF
008158     END-READ.
008159
008161*----------------------------------------------------------------
008162* COMPUTE-CHAIN-VALUE - FOLD EVERY BYTE OF THE RECORD AHEAD OF
008163* QA-CHAIN-VALUE (SEQUENCE NUMBER INCLUDED) INTO THE PREVIOUS
008164* RECORD'S CHECK VALUE, BYTE BY BYTE, AS A RUNNING MULTIPLY-AND-
008165* ADD REDUCED MODULO A PRIME. CHANGING ANY BYTE OF THIS RECORD,
008166* OR OF ANY RECORD BEFORE IT, CHANGES THE RESULT.
008167*----------------------------------------------------------------
008168 COMPUTE-CHAIN-VALUE.
008169     MOVE WS-PRIOR-CHAIN-VALUE TO WS-CHAIN-WORK.
008171     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
008172             UNTIL WS-CHAIN-POS > WS-CHAINED-LENGTH
008173         COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
008174             WS-CHAIN-WORK * WS-CHAIN-MULTIPLIER
008175             + FUNCTION ORD(QA-AUDIT-RECORD(WS-CHAIN-POS:1)),
008176             WS-CHAIN-MODULUS)
008177     END-PERFORM.
008178     MOVE WS-CHAIN-WORK TO QA-CHAIN-VALUE.
008179
008181*----------------------------------------------------------------
008182* WRITE-CHAIN-CONTROL - REPLACE THE QAUDCTL RECORD WITH THE
008183* SEQUENCE NUMBER AND CHECK VALUE JUST WRITTEN TO QAUDIT. A SITE
008184* WHOSE JCL DOES NOT ALLOCATE QAUDCTL GETS A NOTE; THE NEXT WRITE
008185* RESUMES FROM THE LAST QAUDIT RECORD INSTEAD.
008186*----------------------------------------------------------------
008187 WRITE-CHAIN-CONTROL.
008188     OPEN OUTPUT QAUDCTL-FILE.
008189     IF WS-QAUDCTL-STATUS NOT EQUAL "00"
008191         DISPLAY "QUESTION - QAUDCTL NOT AVAILABLE (STATUS "
008192             WS-QAUDCTL-STATUS ") - CHAIN CONTROL NOT UPDATED"
008193     ELSE
008194         MOVE QA-SEQUENCE-NO TO QK-LAST-SEQUENCE-NO
008195         MOVE QA-CHAIN-VALUE TO QK-LAST-CHAIN-VALUE
008196         MOVE QA-RUN-DATE TO QK-LAST-RUN-DATE
008197         MOVE QA-RUN-TIME TO QK-LAST-RUN-TIME
008198         WRITE QK-CHAIN-CONTROL-RECORD
008199         CLOSE QAUDCTL-FILE
008200     END-IF.
008110
008120*----------------------------------------------------------------
008130* OPEN-ANSWER-EXPORT / WRITE-ANSWER-EXPORT / CLOSE-ANSWER-EXPORT
008349     IF WS-ANSWER-AVAILABLE
008351         CLOSE QANSWER-FILE
008352     END-IF.
008353
008354*----------------------------------------------------------------
008355* WRITE-DECISION-RECORD - POST THE ANSWER JUST OBTAINED TO THE
008356* QDECISN REPOSITORY UNDER THE WINDOW'S RUN DATE AND QUESTION
008357* ID, CARRYING THE QAUDIT EVENT THAT PRODUCED IT (A/D/S/R, STILL
008358* IN WS-AUDIT-EVENT-TYPE) AND THE ENTRY POSITION SET-RETURN-CODE
008359* JUST FOUND. A KEY ALREADY ON FILE (WRITE STATUS 22) IS
008361* REWRITTEN IN PLACE - THE LATER ANSWER IS TONIGHT'S ANSWER, AND
008362* THE EARLIER ONE REMAINS ON QAUDIT. A FIRST-EVER RUN (FILE NOT
008363* YET PRESENT) OPENS IT OUTPUT INSTEAD; A SITE WHOSE JCL DOES NOT
008364* ALLOCATE QDECISN GETS A NOTE AND OTHERWISE RUNS AS BEFORE.
008365*----------------------------------------------------------------
008366 WRITE-DECISION-RECORD.
008367     OPEN I-O QDECISN-FILE.
008368     IF WS-QDECISN-STATUS EQUAL "05"
008369         OR WS-QDECISN-STATUS EQUAL "35"
008371         OPEN OUTPUT QDECISN-FILE
008372     END-IF.
008373     IF WS-QDECISN-STATUS NOT EQUAL "00"
008374         DISPLAY "QUESTION - QDECISN NOT AVAILABLE (STATUS "
008375             WS-QDECISN-STATUS ") - DECISION NOT POSTED"
008376     ELSE
008377         MOVE WS-DECISION-DATE TO QD-RUN-DATE
008378         MOVE WS-QUESTION-ID TO QD-QUESTION-ID
008379         MOVE WS-JOB-NAME TO QD-JOB-NAME
008381         MOVE WS-STEP-NAME TO QD-STEP-NAME
008382         MOVE WS-OPERATOR-ID TO QD-OPERATOR-ID
008383         MOVE WS-SHIFT-CODE TO QD-SHIFT-CODE
008384         MOVE WS-AUDIT-EVENT-TYPE TO QD-EVENT-TYPE
008385         MOVE WS-RESULT TO QD-RESULT
008386         MOVE WS-MATCH-POSITION TO QD-MATCH-POSITION
008387         ACCEPT QD-POSTED-DATE FROM DATE YYYYMMDD
008388         ACCEPT QD-POSTED-TIME FROM TIME
008389         WRITE QD-DECISION-RECORD
008391         IF WS-QDECISN-STATUS EQUAL "22"
008392             REWRITE QD-DECISION-RECORD
008393         END-IF
008394         IF WS-QDECISN-STATUS NOT EQUAL "00"
008395             DISPLAY "QUESTION - QDECISN WRITE FAILED (STATUS "
008396                 WS-QDECISN-STATUS ") - DECISION NOT POSTED"
008397         END-IF
008398         CLOSE QDECISN-FILE
008399     END-IF.
