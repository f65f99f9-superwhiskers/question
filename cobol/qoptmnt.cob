000437*                  APPLIED TRANSACTION IS LOGGED TO QMAUDIT LIKE
000438*                  AN INTERACTIVE CHANGE. RC=8 MEANS THE DECK WAS
000439*                  REJECTED AND NOTHING WAS APPLIED.
000441* 2026-10-15  RPH  QOPTIONS RECORDS ARE NOW EFFECTIVE-DATED
000442*                  VERSIONS (QO-EFFECTIVE-FROM ENDS THE KEY,
000443*                  QO-EFFECTIVE-THRU FOLLOWS IT). A NEW VERSION
000444*                  IS ADDED ALONGSIDE THE ONE IN FORCE INSTEAD OF
000445*                  OVERWRITING IT, AND MAY NOT START BEFORE
000446*                  TODAY; ONLY A VERSION NOT YET IN FORCE CAN BE
000447*                  REPLACED OR DELETED. THE NEW CLOSE-OUT ACTION
000448*                  ("C", INTERACTIVE OR IN A QOPTTRAN DECK) SETS
000449*                  A VERSION'S THRU DATE AND IS LOGGED TO QMAUDIT
000450*                  AS ACTION "C". THE LISTING CAN BE NARROWED TO
000451*                  ONE QUESTION ID AND SHOWS EACH VERSION'S DATES
000452*                  AND WHETHER IT IS PLANNED, EFFECTIVE, OR
000453*                  CLOSED.
000454* 2026-10-15  RPH  A VERSION WHOSE FROM DATE IS TODAY IS ALREADY
000455*                  IN FORCE, SO IT CAN NO LONGER BE REPLACED OR
000456*                  DELETED EITHER - IN A QOPTTRAN DECK OR BY
000457*                  RE-KEYING ITS KEY INTERACTIVELY. CLOSE IT OUT
000458*                  INSTEAD, SO TONIGHT'S QAUDIT RECORDS STILL
000459*                  POINT AT THE VERSION THEY USED.
000403*----------------------------------------------------------------
000404
000405 IDENTIFICATION DIVISION.
000540* RECORD CURRENTLY ON FILE, KEYS IN THE QUESTION/OPERATOR/SHIFT
000545* KEY TO ADD OR REPLACE, AND ONLY THAT RECORD IS WRITTEN OR
000550* REWRITTEN IN PLACE.
000551*
000552* EVERY RECORD IS ONE EFFECTIVE-DATED VERSION OF ITS ENTRY (SEE
000553* QOPTREC). A CHANGE FOR NEXT WEEK IS KEYED AS A NEW VERSION
000554* FROM NEXT WEEK'S DATE AND SITS BESIDE TONIGHT'S UNTIL THEN; A
000556* VERSION THAT HAS BEEN IN FORCE IS NEVER REWRITTEN OR DELETED,
000557* ONLY CLOSED OUT, SO EVERY VERSION A QAUDIT RECORD NAMES STAYS
000558* ON FILE AS IT WAS.
000555*----------------------------------------------------------------
000560
000570 ENVIRONMENT DIVISION.
000721*----------------------------------------------------------------
000722 01  WS-MAINTAINER-ID            PIC X(08) VALUE SPACES.
000723 01  WS-MAINT-ACTION             PIC X(01) VALUE "A".
000724 01  WS-MAINT-BEFORE-IMAGE       PIC X(206) VALUE SPACES.
000726 01  WS-MAINT-AFTER-IMAGE        PIC X(206) VALUE SPACES.
000727
000728*----------------------------------------------------------------
000729* BATCH TRANSACTION MODE WORK AREAS - QBATCH "Y" SWITCHES THE
000747 01  WS-TXN-TABLE.
000748     05  WS-TX-ENTRY OCCURS 100 TIMES.
000749         10  WS-TX-ACTION        PIC X(01).
000751         10  WS-TX-IMAGE         PIC X(206).
000752         10  WS-TX-REASON        PIC X(40).
000753 01  WS-TXN-INDEX                PIC 9(03) VALUE ZERO.
000754 01  WS-TXN-SCAN                 PIC 9(03) VALUE ZERO.
000764               ==QO-QUESTION-ID==    BY ==WO-QUESTION-ID==
000766               ==QO-OPERATOR-ID==    BY ==WO-OPERATOR-ID==
000767               ==QO-SHIFT-CODE==     BY ==WO-SHIFT-CODE==
000767               ==QO-EFFECTIVE-FROM== BY ==WO-EFFECTIVE-FROM==
000767               ==QO-EFFECTIVE-THRU== BY ==WO-EFFECTIVE-THRU==
000768               ==QO-LANGUAGE-CODE==  BY ==WO-LANGUAGE-CODE==
000769               ==QO-AUTH-LEVEL==     BY ==WO-AUTH-LEVEL==
000771               ==QO-DUAL-CONTROL-FLAG==
000925 01  WS-NEW-QUESTION-ID          PIC X(08) VALUE SPACES.
000930 01  WS-NEW-OPERATOR-ID          PIC X(08) VALUE SPACES.
000940 01  WS-NEW-SHIFT-CODE           PIC X(01) VALUE SPACES.
000942 01  WS-NEW-EFFECTIVE-FROM       PIC X(08) VALUE SPACES.
000944 01  WS-NEW-EFFECTIVE-THRU       PIC X(08) VALUE SPACES.
000950 01  WS-NEW-LANGUAGE-CODE        PIC X(02) VALUE SPACES.
000955 01  WS-NEW-AUTH-LEVEL           PIC 9(02) VALUE ZERO.
000958 01  WS-NEW-DUAL-CONTROL         PIC X(01) VALUE "N".
001000
001050 01  K                          PIC 99 VALUE ZERO.
001060
001061*----------------------------------------------------------------
001062* EFFECTIVE-DATED VERSION WORK AREAS - TODAY'S DATE AND THE DAY
001063* BEFORE (THE EARLIEST A VERSION CAN BE CLOSED THRU - WHAT WAS IN
001064* FORCE BEFORE THAT IS HISTORY QAUDIT ALREADY POINTS AT), THE
001065* INTERACTIVE ACTION, THE DATE BEING CHECKED, THE THRU DATE ON
001066* FILE FOR THE KEY A DECK TRANSACTION TOUCHES, AND THE LISTING
001067* SELECTOR.
001068*----------------------------------------------------------------
001069 01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
001070 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
001071                                 PIC 9(08).
001072 01  WS-YESTERDAY-DATE           PIC X(08) VALUE SPACES.
001073 01  WS-YESTERDAY-NUM REDEFINES WS-YESTERDAY-DATE
001074                                 PIC 9(08).
001075 01  WS-MAINT-REQUEST            PIC X(01) VALUE "A".
001076     88  WS-REQUEST-CLOSE        VALUE "C".
001077 01  WS-CHECK-DATE               PIC X(08) VALUE SPACES.
001078 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001079     05  WS-CD-YEAR              PIC X(04).
001080     05  WS-CD-MONTH             PIC X(02).
001081     05  WS-CD-DAY               PIC X(02).
001082 01  WS-DATE-VALID-FLAG          PIC X(01) VALUE "N".
001083     88  WS-DATE-VALID           VALUE "Y".
001084 01  WS-FROM-VALID-FLAG          PIC X(01) VALUE "N".
001085     88  WS-FROM-VALID           VALUE "Y".
001086 01  WS-THRU-VALID-FLAG          PIC X(01) VALUE "N".
001087     88  WS-THRU-VALID           VALUE "Y".
001088 01  WS-CURRENT-THRU             PIC X(08) VALUE SPACES.
001089 01  WS-LIST-QUESTION-ID         PIC X(08) VALUE SPACES.
001090 01  WS-LIST-DONE-FLAG           PIC X(01) VALUE "N".
001091     88  WS-LIST-DONE            VALUE "Y".
001092 01  WS-LIST-THRU                PIC X(08) VALUE SPACES.
001093 01  WS-VERSION-STATE            PIC X(09) VALUE SPACES.
001094 01  WS-SAVE-REFUSED-FLAG        PIC X(01) VALUE "N".
001094     88  WS-SAVE-REFUSED         VALUE "Y".
001094
001095 PROCEDURE DIVISION.
001096 MAIN.
001097     ACCEPT WS-MAINTAINER-ID FROM ENVIRONMENT "QOPERID".
001098     ACCEPT WS-BATCH-MODE-FLAG FROM ENVIRONMENT "QBATCH".
001099     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001100     COMPUTE WS-YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(
001101         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).
001102     PERFORM OPEN-QOPTIONS-FILE.
001103     IF WS-BATCH-MODE
001104         PERFORM APPLY-BATCH-TRANSACTIONS
001105     ELSE
001106         PERFORM DISPLAY-CURRENT-RECORDS
001107         PERFORM GET-MAINT-REQUEST
001108         IF WS-REQUEST-CLOSE
001109             PERFORM CLOSE-OUT-VERSION
001110         ELSE
001111             PERFORM PROMPT-FOR-NEW-RECORD
001120             PERFORM SAVE-NEW-RECORD
001122             IF NOT WS-SAVE-REFUSED
001125                 DISPLAY "QOPTMNT - QOPTIONS UPDATED"
001126             END-IF
001126         END-IF
001127     END-IF.
001130     CLOSE QOPTIONS-FILE.
001150     STOP RUN.
001160
001410* REPLACING ONE. A RECORD WITH AN OUT-OF-RANGE ENTRY COUNT (THE
001420* FILE CAN BE LOADED FROM OUTSIDE THIS PROGRAM) HAS ITS KEY AND
001430* PROMPT LISTED BUT ITS ENTRIES SKIPPED, SO THE ENTRY LOOP CAN
001440* NEVER RUN PAST THE OCCURS 9 TIMES TABLE; ADDING A NEW VERSION
001450* OF THE SAME ENTRY REPAIRS IT FROM THAT VERSION'S DATE ON. A
001451* QUESTION ID KEYED AT THE FIRST PROMPT NARROWS THE LISTING TO
001452* THAT DECISION POINT'S VERSIONS, WHICH SIT TOGETHER IN KEY
001453* ORDER.
001460*----------------------------------------------------------------
001470 DISPLAY-CURRENT-RECORDS.
001480     MOVE ZERO TO WS-RECORD-COUNT.
001481     MOVE "N" TO WS-LIST-DONE-FLAG.
001482     DISPLAY "QUESTION ID TO LIST (BLANK FOR ALL): "
001483         WITH NO ADVANCING.
001484     ACCEPT WS-LIST-QUESTION-ID.
001485     IF WS-LIST-QUESTION-ID NOT EQUAL SPACES
001486         MOVE LOW-VALUES TO QO-RECORD-KEY
001487         MOVE WS-LIST-QUESTION-ID TO QO-QUESTION-ID
001488         START QOPTIONS-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
001489             INVALID KEY
001490                 SET WS-LIST-DONE TO TRUE
001491         END-START
001492     END-IF.
001493     PERFORM LIST-ONE-CURRENT-RECORD
001500         UNTIL WS-LIST-DONE
001501             OR WS-QOPTIONS-STATUS NOT EQUAL "00".
001510     DISPLAY "CURRENT QOPTIONS RECORDS: " WS-RECORD-COUNT.
001511     DISPLAY "  (WHERE TWO VERSIONS OF ONE ENTRY ARE BOTH "
001512         "EFFECTIVE, THE LATER FROM DATE IS IN FORCE)".
001520
001530 LIST-ONE-CURRENT-RECORD.
001540     READ QOPTIONS-FILE NEXT RECORD
001550         AT END
001560             SET WS-LIST-DONE TO TRUE
001570         NOT AT END
001571             IF WS-LIST-QUESTION-ID NOT EQUAL SPACES
001572                 AND QO-QUESTION-ID NOT EQUAL WS-LIST-QUESTION-ID
001573                 SET WS-LIST-DONE TO TRUE
001574             ELSE
001575                 PERFORM DISPLAY-ONE-RECORD
001576             END-IF
001577     END-READ.
001578
001579 DISPLAY-ONE-RECORD.
001580     ADD 1 TO WS-RECORD-COUNT.
001590     DISPLAY "  QUESTION: " QO-QUESTION-ID
001600         " OPERATOR: " QO-OPERATOR-ID
001610         " SHIFT: " QO-SHIFT-CODE
001620         " LANGUAGE: " QO-LANGUAGE-CODE
001630         " AUTH: " QO-AUTH-LEVEL
001640         " DUAL: " QO-DUAL-CONTROL-FLAG
001650         " DEADLINE: " QO-DEADLINE-SECS
001660         " ACTION: " QO-DEADLINE-ACTION
001662         " TYPE: " QO-ANSWER-TYPE.
001663     PERFORM SET-VERSION-STATE.
001664     DISPLAY "    VERSION FROM: " QO-EFFECTIVE-FROM
001665         " THRU: " WS-LIST-THRU " " WS-VERSION-STATE.
001670     DISPLAY "    PROMPT: " QO-PROMPT-TEXT.
001672     IF QO-TYPE-NUMERIC
001674         DISPLAY "    RANGE: " QO-RANGE-LOW
001676             " THRU " QO-RANGE-HIGH
001677     END-IF.
001678     IF QO-TYPE-PATTERN
001679         DISPLAY "    PATTERN: " QO-PATTERN
001681     END-IF.
001682     IF QO-TYPE-CHOICE
001683         IF QO-ENTRY-COUNT < 1 OR QO-ENTRY-COUNT > 9
001690             DISPLAY "    (INVALID ENTRY COUNT - "
001700                 "ENTRIES NOT LISTED)"
001710         ELSE
001720             PERFORM VARYING K FROM 1 BY 1
001730                     UNTIL K > QO-ENTRY-COUNT
001740                 DISPLAY "    ENTRY " K ": "
001750                     QO-ENTRY-TABLE(K)
001760             END-PERFORM
001770         END-IF
001780     END-IF.
001781
001782*----------------------------------------------------------------
001783* SET-VERSION-STATE - DESCRIBE THE VERSION IN THE QOPTIONS RECORD
001784* AREA AGAINST TODAY: PLANNED (NOT IN FORCE UNTIL A LATER DATE),
001785* CLOSED (ITS THRU DATE HAS PASSED), OR EFFECTIVE. A THRU DATE OF
001786* SPACES OR 99999999 LISTS AS "OPEN".
001787*----------------------------------------------------------------
001788 SET-VERSION-STATE.
001789     IF QO-EFFECTIVE-THRU EQUAL SPACES
001791         OR QO-EFFECTIVE-THRU EQUAL "99999999"
001792         MOVE "OPEN" TO WS-LIST-THRU
001793     ELSE
001794         MOVE QO-EFFECTIVE-THRU TO WS-LIST-THRU
001795     END-IF.
001796     EVALUATE TRUE
001797         WHEN QO-EFFECTIVE-FROM GREATER THAN WS-TODAY-DATE
001798             MOVE "PLANNED" TO WS-VERSION-STATE
001799         WHEN QO-EFFECTIVE-THRU NOT EQUAL SPACES
001801             AND QO-EFFECTIVE-THRU LESS THAN WS-TODAY-DATE
001802             MOVE "CLOSED" TO WS-VERSION-STATE
001803         WHEN OTHER
001804             MOVE "EFFECTIVE" TO WS-VERSION-STATE
001805     END-EVALUATE.
001806
001807*----------------------------------------------------------------
001808* GET-MAINT-REQUEST - ASK WHETHER THIS SITTING ADDS (OR REPLACES
001809* A NOT-YET-EFFECTIVE) VERSION OR CLOSES ONE OUT. ANYTHING BUT AN
001810* EXPLICIT "C" IS AN ADD, THE ONLY THING THIS PROGRAM USED TO DO.
001811*----------------------------------------------------------------
001812 GET-MAINT-REQUEST.
001813     DISPLAY "ACTION (A=ADD A VERSION, C=CLOSE OUT A VERSION): "
001814         WITH NO ADVANCING.
001815     ACCEPT WS-MAINT-REQUEST.
001816     MOVE FUNCTION UPPER-CASE(WS-MAINT-REQUEST)
001817         TO WS-MAINT-REQUEST.
001818     IF WS-MAINT-REQUEST NOT EQUAL "C"
001819         MOVE "A" TO WS-MAINT-REQUEST
001820     END-IF.
001790
001890*----------------------------------------------------------------
001900* PROMPT-FOR-NEW-RECORD - ASK FOR THE QUESTION/OPERATOR/SHIFT KEY
001910* AND THE PROMPT/ENTRY TEXT TO ADD OR REPLACE FOR THAT KEY. AN
001920* OPERATOR ID OF "DEFAULT " APPLIES TO ANY OPERATOR ON THAT
001930* SHIFT WITH NO RECORD OF THEIR OWN FOR THE QUESTION ID. THE
001932* EFFECTIVE FROM AND THRU DATES COMPLETE THE VERSION'S KEY.
001940*----------------------------------------------------------------
001950 PROMPT-FOR-NEW-RECORD.
001952     DISPLAY "QUESTION ID: " WITH NO ADVANCING.
001980     ACCEPT WS-NEW-OPERATOR-ID.
001990     DISPLAY "SHIFT CODE: " WITH NO ADVANCING.
002000     ACCEPT WS-NEW-SHIFT-CODE.
002002     PERFORM GET-NEW-EFFECTIVE-FROM.
002004     PERFORM GET-NEW-EFFECTIVE-THRU.
002010     DISPLAY "LANGUAGE CODE (E.G. EN, ES): " WITH NO ADVANCING.
002020     ACCEPT WS-NEW-LANGUAGE-CODE.
002025     PERFORM GET-NEW-AUTH-LEVEL.
002274     END-PERFORM.
002275
002276*----------------------------------------------------------------
002277* GET-NEW-EFFECTIVE-FROM / GET-NEW-EFFECTIVE-THRU - ACCEPT THE
002278* VERSION'S DATES AND RE-PROMPT UNTIL THEY ARE USABLE. THE FROM
002279* DATE DEFAULTS TO TODAY AND MAY NOT BE EARLIER, SO A VERSION
002281* THAT HAS ALREADY BEEN IN FORCE CAN NEVER BE KEYED OVER; THE
002282* THRU DATE IS LEFT BLANK FOR AN OPEN-ENDED VERSION AND MAY NOT
002283* BE BEFORE THE FROM DATE.
002284*----------------------------------------------------------------
002285 GET-NEW-EFFECTIVE-FROM.
002286     DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY): "
002287         WITH NO ADVANCING.
002288     ACCEPT WS-NEW-EFFECTIVE-FROM.
002289     PERFORM CHECK-NEW-EFFECTIVE-FROM.
002290     PERFORM UNTIL WS-DATE-VALID
002291         DISPLAY "QOPTMNT - FROM DATE MUST BE A VALID DATE NOT "
002292             "BEFORE TODAY - RE-ENTER"
002293         DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY): "
002294             WITH NO ADVANCING
002295         ACCEPT WS-NEW-EFFECTIVE-FROM
002296         PERFORM CHECK-NEW-EFFECTIVE-FROM
002297     END-PERFORM.
002298
002299 CHECK-NEW-EFFECTIVE-FROM.
002300     IF WS-NEW-EFFECTIVE-FROM EQUAL SPACES
002301         MOVE WS-TODAY-DATE TO WS-NEW-EFFECTIVE-FROM
002302     END-IF.
002303     MOVE WS-NEW-EFFECTIVE-FROM TO WS-CHECK-DATE.
002304     PERFORM CHECK-VERSION-DATE.
002305     IF WS-NEW-EFFECTIVE-FROM LESS THAN WS-TODAY-DATE
002306         MOVE "N" TO WS-DATE-VALID-FLAG
002307     END-IF.
002308
002309 GET-NEW-EFFECTIVE-THRU.
002310     DISPLAY "EFFECTIVE THRU (YYYYMMDD, BLANK FOR OPEN-ENDED): "
002311         WITH NO ADVANCING.
002312     ACCEPT WS-NEW-EFFECTIVE-THRU.
002313     PERFORM CHECK-NEW-EFFECTIVE-THRU.
002314     PERFORM UNTIL WS-DATE-VALID
002315         DISPLAY "QOPTMNT - THRU DATE MUST BE BLANK OR A VALID "
002316             "DATE NOT BEFORE THE FROM DATE - RE-ENTER"
002317         DISPLAY "EFFECTIVE THRU (YYYYMMDD, BLANK FOR OPEN-ENDED)"
002318             ": " WITH NO ADVANCING
002319         ACCEPT WS-NEW-EFFECTIVE-THRU
002320         PERFORM CHECK-NEW-EFFECTIVE-THRU
002321     END-PERFORM.
002322
002323 CHECK-NEW-EFFECTIVE-THRU.
002324     IF WS-NEW-EFFECTIVE-THRU EQUAL SPACES
002325         OR WS-NEW-EFFECTIVE-THRU EQUAL "99999999"
002326         MOVE SPACES TO WS-NEW-EFFECTIVE-THRU
002327         SET WS-DATE-VALID TO TRUE
002328     ELSE
002329         MOVE WS-NEW-EFFECTIVE-THRU TO WS-CHECK-DATE
002330         PERFORM CHECK-VERSION-DATE
002331         IF WS-NEW-EFFECTIVE-THRU LESS THAN WS-NEW-EFFECTIVE-FROM
002332             MOVE "N" TO WS-DATE-VALID-FLAG
002333         END-IF
002334     END-IF.
002335
002336*----------------------------------------------------------------
002337* CHECK-VERSION-DATE - IS WS-CHECK-DATE A PLAUSIBLE YYYYMMDD
002338* (ALL DIGITS, MONTH 01-12, DAY 01-31)? SETS WS-DATE-VALID.
002339*----------------------------------------------------------------
002340 CHECK-VERSION-DATE.
002341     MOVE "N" TO WS-DATE-VALID-FLAG.
002342     IF WS-CHECK-DATE NUMERIC
002343         AND WS-CD-MONTH NOT LESS THAN "01"
002344         AND WS-CD-MONTH NOT GREATER THAN "12"
002345         AND WS-CD-DAY NOT LESS THAN "01"
002346         AND WS-CD-DAY NOT GREATER THAN "31"
002347         SET WS-DATE-VALID TO TRUE
002348     END-IF.
002349
002350*----------------------------------------------------------------
002351* SAVE-NEW-RECORD - BUILD THE RECORD FOR THE KEY JUST KEYED IN
002352* AND WRITE IT, OR REWRITE IT IN PLACE WHEN THE KEY IS ALREADY ON
002353* FILE (WRITE STATUS 22). ONLY THIS ONE RECORD IS TOUCHED, SO A
002354* SECOND QOPTMNT RUN MAINTAINING A DIFFERENT PROMPT IN THE SAME
002355* WINDOW CANNOT BE OVERWRITTEN BY THIS ONE. THE KEY INCLUDES A
002356* FROM DATE NO EARLIER THAN TODAY, SO A NEW DATE ADDS A VERSION
002357* BESIDE THE ONE IN FORCE. A REWRITE MAY ONLY TOUCH A VERSION
002358* THAT HAS NOT YET TAKEN EFFECT: ONE ALREADY ON FILE FROM TODAY
002358* IS IN FORCE AND IS REFUSED (RC=8) - CLOSE IT OUT INSTEAD.
002359*----------------------------------------------------------------
002360 SAVE-NEW-RECORD.
002361     MOVE WS-NEW-QUESTION-ID TO QO-QUESTION-ID.
002362     MOVE WS-NEW-OPERATOR-ID TO QO-OPERATOR-ID.
002363     MOVE WS-NEW-SHIFT-CODE TO QO-SHIFT-CODE.
002364     MOVE WS-NEW-EFFECTIVE-FROM TO QO-EFFECTIVE-FROM.
002372     PERFORM READ-BEFORE-IMAGE.
002373     IF WS-MAINT-ACTION EQUAL "R"
002373         AND WS-NEW-EFFECTIVE-FROM NOT GREATER THAN WS-TODAY-DATE
002373         DISPLAY "QOPTMNT - VERSION FROM " WS-NEW-EFFECTIVE-FROM
002373             " IS ALREADY IN FORCE - CLOSE IT OUT (ACTION C)"
002373         DISPLAY "QOPTMNT - NOTHING CHANGED"
002373         SET WS-SAVE-REFUSED TO TRUE
002373         MOVE 8 TO RETURN-CODE
002373     ELSE
002373         PERFORM WRITE-NEW-RECORD
002373     END-IF.
002373
002373*----------------------------------------------------------------
002373* WRITE-NEW-RECORD - FILL IN THE RECORD FROM THE VALUES KEYED AND
002373* WRITE IT, OR REWRITE THE NOT-YET-EFFECTIVE VERSION ON FILE.
002373*----------------------------------------------------------------
002373 WRITE-NEW-RECORD.
002374     MOVE WS-NEW-QUESTION-ID TO QO-QUESTION-ID.
002376     MOVE WS-NEW-OPERATOR-ID TO QO-OPERATOR-ID.
002378     MOVE WS-NEW-SHIFT-CODE TO QO-SHIFT-CODE.
002379     MOVE WS-NEW-EFFECTIVE-FROM TO QO-EFFECTIVE-FROM.
002381     MOVE WS-NEW-EFFECTIVE-THRU TO QO-EFFECTIVE-THRU.
002380     MOVE WS-NEW-LANGUAGE-CODE TO QO-LANGUAGE-CODE.
002390     MOVE WS-NEW-AUTH-LEVEL TO QO-AUTH-LEVEL.
002400     MOVE WS-NEW-DUAL-CONTROL TO QO-DUAL-CONTROL-FLAG.
002740             WITH NO ADVANCING
002750         ACCEPT WS-NEW-DEADLINE-SECS
002760     END-PERFORM.
002762
002764*----------------------------------------------------------------
002765* CLOSE-OUT-VERSION - THE INTERACTIVE "C" ACTION: SET THE THRU
002766* DATE ON ONE VERSION SO IT STOPS BEING IN FORCE AFTER THAT DAY
002767* (AND ANY EARLIER VERSION OF THE ENTRY STILL OPEN SHOWS THROUGH
002768* AGAIN). THE VERSION IS NAMED BY ITS FULL KEY, FROM DATE AS
002769* LISTED. ONE ALREADY CLOSED BEFORE TODAY IS HISTORY AND IS LEFT
002770* ALONE. THE CHANGE IS LOGGED TO QMAUDIT AS ACTION "C".
002771*----------------------------------------------------------------
002772 CLOSE-OUT-VERSION.
002773     DISPLAY "QUESTION ID: " WITH NO ADVANCING.
002774     ACCEPT WS-NEW-QUESTION-ID.
002775     DISPLAY "OPERATOR ID (DEFAULT FOR ANY OPERATOR): "
002776         WITH NO ADVANCING.
002777     ACCEPT WS-NEW-OPERATOR-ID.
002778     DISPLAY "SHIFT CODE: " WITH NO ADVANCING.
002779     ACCEPT WS-NEW-SHIFT-CODE.
002780     DISPLAY "EFFECTIVE FROM OF THE VERSION (AS LISTED): "
002781         WITH NO ADVANCING.
002782     ACCEPT WS-NEW-EFFECTIVE-FROM.
002783     MOVE WS-NEW-QUESTION-ID TO QO-QUESTION-ID.
002784     MOVE WS-NEW-OPERATOR-ID TO QO-OPERATOR-ID.
002785     MOVE WS-NEW-SHIFT-CODE TO QO-SHIFT-CODE.
002786     MOVE WS-NEW-EFFECTIVE-FROM TO QO-EFFECTIVE-FROM.
002787     READ QOPTIONS-FILE.
002788     EVALUATE TRUE
002789         WHEN WS-QOPTIONS-STATUS NOT EQUAL "00"
002790             DISPLAY "QOPTMNT - NO SUCH VERSION ON FILE - "
002791                 "NOTHING CHANGED"
002792             MOVE 8 TO RETURN-CODE
002793         WHEN QO-EFFECTIVE-THRU NOT EQUAL SPACES
002794             AND QO-EFFECTIVE-THRU LESS THAN WS-TODAY-DATE
002795             DISPLAY "QOPTMNT - VERSION WAS CLOSED OUT THRU "
002796                 QO-EFFECTIVE-THRU " - NOTHING CHANGED"
002797             MOVE 8 TO RETURN-CODE
002798         WHEN OTHER
002799             PERFORM APPLY-CLOSE-OUT
002800     END-EVALUATE.
002801
002802 APPLY-CLOSE-OUT.
002803     MOVE QO-OPTION-RECORD TO WS-MAINT-BEFORE-IMAGE.
002804     PERFORM GET-CLOSE-THRU-DATE.
002805     MOVE WS-NEW-EFFECTIVE-THRU TO QO-EFFECTIVE-THRU.
002806     REWRITE QO-OPTION-RECORD.
002807     IF WS-QOPTIONS-STATUS EQUAL "00"
002808         MOVE "C" TO WS-MAINT-ACTION
002809         MOVE QO-OPTION-RECORD TO WS-MAINT-AFTER-IMAGE
002810         PERFORM WRITE-MAINT-AUDIT-RECORD
002811         DISPLAY "QOPTMNT - VERSION CLOSED OUT THRU "
002812             QO-EFFECTIVE-THRU
002813     ELSE
002814         DISPLAY "QOPTMNT - CLOSE OUT FAILED (STATUS "
002815             WS-QOPTIONS-STATUS ") - NOTHING CHANGED"
002816         MOVE 12 TO RETURN-CODE
002817     END-IF.
002818
002819*----------------------------------------------------------------
002820* GET-CLOSE-THRU-DATE - ACCEPT THE LAST DAY THE VERSION IS TO BE
002821* IN FORCE. IT MAY NOT BE BEFORE THE VERSION'S FROM DATE, NOR
002822* BEFORE YESTERDAY - LAST NIGHT'S WINDOW MAY STILL BE RUNNING ON
002823* IT, AND ANYTHING EARLIER WOULD REWRITE WHAT QAUDIT SAYS WAS IN
002824* FORCE.
002825*----------------------------------------------------------------
002826 GET-CLOSE-THRU-DATE.
002827     DISPLAY "EFFECTIVE THRU (YYYYMMDD, LAST DAY IN FORCE): "
002828         WITH NO ADVANCING.
002829     ACCEPT WS-NEW-EFFECTIVE-THRU.
002830     PERFORM CHECK-CLOSE-THRU-DATE.
002831     PERFORM UNTIL WS-DATE-VALID
002832         DISPLAY "QOPTMNT - THRU DATE MUST BE A VALID DATE NOT "
002833             "BEFORE YESTERDAY OR THE FROM DATE - RE-ENTER"
002834         DISPLAY "EFFECTIVE THRU (YYYYMMDD, LAST DAY IN FORCE): "
002835             WITH NO ADVANCING
002836         ACCEPT WS-NEW-EFFECTIVE-THRU
002837         PERFORM CHECK-CLOSE-THRU-DATE
002838     END-PERFORM.
002839
002840 CHECK-CLOSE-THRU-DATE.
002841     MOVE WS-NEW-EFFECTIVE-THRU TO WS-CHECK-DATE.
002842     PERFORM CHECK-VERSION-DATE.
002843     IF WS-NEW-EFFECTIVE-THRU LESS THAN WS-YESTERDAY-DATE
002844         OR WS-NEW-EFFECTIVE-THRU LESS THAN QO-EFFECTIVE-FROM
002845         MOVE "N" TO WS-DATE-VALID-FLAG
002846     END-IF.
002847
002661*----------------------------------------------------------------
002662* APPLY-BATCH-TRANSACTIONS - THE QBATCH=Y PATH: LOAD THE WHOLE
002663* QOPTTRAN CHANGE DECK, VALIDATE EVERY TRANSACTION (FIELD RULES
002664* AND ADD/REPLACE/DELETE/CLOSE EXISTENCE, WITH EARLIER DECK
002666* TRANSACTIONS TAKEN INTO ACCOUNT), PRINT THE APPLY LISTING TO
002667* QOPTLIST, AND APPLY THE SET ONLY WHEN EVERY TRANSACTION IS
002668* CLEAN. A DECK WITH ANY REJECT APPLIES NOTHING AND ENDS RC=8,
002753* THE REASON PRINTED; A CLEAN TRANSACTION LEAVES ITS REASON
002754* SPACES. EXISTENCE ACCOUNTS FOR EARLIER TRANSACTIONS IN THE
002756* DECK, SO AN ADD FOLLOWED BY A REPLACE OF THE SAME KEY IS A
002757* VALID DECK. THE VERSION RULES ARE THE INTERACTIVE ONES: AN ADD
002758* MAY NOT START BEFORE TODAY, A REPLACE OR DELETE MAY ONLY TOUCH
002759* A VERSION STARTING AFTER TODAY, AND A CLOSE OUT (ONLY
002760* ITS KEY AND THRU DATE ARE USED) MAY NOT REOPEN HISTORY OR END
002761* A VERSION BEFORE YESTERDAY OR BEFORE ITS OWN FROM DATE.
002762*----------------------------------------------------------------
002763 VALIDATE-ONE-TRANSACTION.
002764     MOVE WS-TX-IMAGE(WS-TXN-INDEX) TO WO-OPTION-RECORD.
002765     PERFORM CHECK-TXN-EXISTENCE.
002766     MOVE WO-EFFECTIVE-FROM TO WS-CHECK-DATE.
002767     PERFORM CHECK-VERSION-DATE.
002768     MOVE WS-DATE-VALID-FLAG TO WS-FROM-VALID-FLAG.
002769     MOVE WO-EFFECTIVE-THRU TO WS-CHECK-DATE.
002770     PERFORM CHECK-VERSION-DATE.
002771     MOVE WS-DATE-VALID-FLAG TO WS-THRU-VALID-FLAG.
002772     EVALUATE TRUE
002773         WHEN WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "A"
002774             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "R"
002775             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "D"
002776             AND WS-TX-ACTION(WS-TXN-INDEX) NOT EQUAL "C"
002777             MOVE "ACTION CODE MUST BE A, R, D, OR C"
002778                 TO WS-TX-REASON(WS-TXN-INDEX)
002771         WHEN WO-QUESTION-ID EQUAL SPACES
002772             MOVE "QUESTION ID IS BLANK"
002773                 TO WS-TX-REASON(WS-TXN-INDEX)
002784             AND NOT WS-KEY-EXISTS
002786             MOVE "KEY NOT ON FILE"
002787                 TO WS-TX-REASON(WS-TXN-INDEX)
002788         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "A"
002789             AND NOT WS-FROM-VALID
002790             MOVE "EFFECTIVE FROM DATE INVALID"
002791                 TO WS-TX-REASON(WS-TXN-INDEX)
002792         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "A"
002793             AND WO-EFFECTIVE-FROM LESS THAN WS-TODAY-DATE
002794             MOVE "EFFECTIVE FROM DATE BEFORE TODAY"
002795                 TO WS-TX-REASON(WS-TXN-INDEX)
002796         WHEN (WS-TX-ACTION(WS-TXN-INDEX) EQUAL "R"
002797             OR WS-TX-ACTION(WS-TXN-INDEX) EQUAL "D")
002798             AND WO-EFFECTIVE-FROM NOT GREATER THAN WS-TODAY-DATE
002799             MOVE "VERSION ALREADY IN FORCE - CLOSE IT OUT"
002800                 TO WS-TX-REASON(WS-TXN-INDEX)
002801         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "D"
002802             CONTINUE
002803         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
002804             AND WS-CURRENT-THRU NOT EQUAL SPACES
002805             AND WS-CURRENT-THRU LESS THAN WS-TODAY-DATE
002806             MOVE "VERSION ALREADY CLOSED OUT"
002807                 TO WS-TX-REASON(WS-TXN-INDEX)
002808         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
002809             AND NOT WS-THRU-VALID
002810             MOVE "EFFECTIVE THRU DATE INVALID"
002811                 TO WS-TX-REASON(WS-TXN-INDEX)
002812         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
002813             AND (WO-EFFECTIVE-THRU LESS THAN WS-YESTERDAY-DATE
002814             OR WO-EFFECTIVE-THRU LESS THAN WO-EFFECTIVE-FROM)
002815             MOVE "THRU BEFORE YESTERDAY OR FROM DATE"
002816                 TO WS-TX-REASON(WS-TXN-INDEX)
002817         WHEN WS-TX-ACTION(WS-TXN-INDEX) EQUAL "C"
002818             CONTINUE
002819         WHEN WO-EFFECTIVE-THRU NOT EQUAL SPACES
002820             AND WO-EFFECTIVE-THRU NOT EQUAL "99999999"
002821             AND (NOT WS-THRU-VALID
002822             OR WO-EFFECTIVE-THRU LESS THAN WO-EFFECTIVE-FROM)
002823             MOVE "EFFECTIVE THRU DATE INVALID"
002824                 TO WS-TX-REASON(WS-TXN-INDEX)
002791         WHEN WO-AUTH-LEVEL NOT NUMERIC
002792             MOVE "AUTH LEVEL NOT NUMERIC"
002793                 TO WS-TX-REASON(WS-TXN-INDEX)
002841* CHECK-TXN-EXISTENCE - DOES THE KEY IN WO-RECORD-KEY EXIST AT
002842* THE POINT THIS TRANSACTION WOULD APPLY? START FROM THE FILE,
002843* THEN REPLAY THE EARLIER DECK TRANSACTIONS ON THE SAME KEY (AN
002844* ADD, REPLACE, OR CLOSE LEAVES IT PRESENT, A DELETE ABSENT), SO
002846* THE VALIDATION SEES THE DECK AS THE APPLY PHASE WILL. THE THRU
002847* DATE THE VERSION WILL THEN CARRY IS KEPT IN WS-CURRENT-THRU.
002848*----------------------------------------------------------------
002849 CHECK-TXN-EXISTENCE.
002850     MOVE "N" TO WS-KEY-EXISTS-FLAG.
002851     MOVE SPACES TO WS-CURRENT-THRU.
002852     MOVE WO-RECORD-KEY TO QO-RECORD-KEY.
002853     READ QOPTIONS-FILE.
002854     IF WS-QOPTIONS-STATUS EQUAL "00"
002855         SET WS-KEY-EXISTS TO TRUE
002856         MOVE QO-EFFECTIVE-THRU TO WS-CURRENT-THRU
002857     END-IF.
002858     PERFORM REPLAY-ONE-DECK-EFFECT
002859         VARYING WS-TXN-SCAN FROM 1 BY 1
002860         UNTIL WS-TXN-SCAN NOT LESS THAN WS-TXN-INDEX.
002861
002862 REPLAY-ONE-DECK-EFFECT.
002863     IF WS-TX-IMAGE(WS-TXN-SCAN)(1:25) EQUAL WO-RECORD-KEY
002864         IF WS-TX-ACTION(WS-TXN-SCAN) EQUAL "D"
002866             MOVE "N" TO WS-KEY-EXISTS-FLAG
002867         ELSE
002868             SET WS-KEY-EXISTS TO TRUE
002869             MOVE WS-TX-IMAGE(WS-TXN-SCAN)(26:8)
002870                 TO WS-CURRENT-THRU
002871         END-IF
002872     END-IF.
002872
002873*----------------------------------------------------------------
002874* PRINT-APPLY-LISTING - THE REVIEWABLE RECORD OF WHAT THE DECK
002909     IF WS-TX-REASON(WS-TXN-INDEX) EQUAL SPACES
002911         STRING "TXN " WS-TXN-INDEX " "
002912             WS-TX-ACTION(WS-TXN-INDEX) " KEY "
002913             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
002914             " - ACCEPTED"
002916             DELIMITED BY SIZE INTO QL-PRINT-LINE
002917     ELSE
002918         STRING "TXN " WS-TXN-INDEX " "
002919             WS-TX-ACTION(WS-TXN-INDEX) " KEY "
002921             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
002922             " - REJECTED: " WS-TX-REASON(WS-TXN-INDEX)
002923             DELIMITED BY SIZE INTO QL-PRINT-LINE
002924     END-IF.
002962         WHEN "D"
002963             DELETE QOPTIONS-FILE RECORD
002964             MOVE SPACES TO WS-MAINT-AFTER-IMAGE
002965         WHEN "C"
002965             MOVE WO-EFFECTIVE-THRU TO QO-EFFECTIVE-THRU
002965             REWRITE QO-OPTION-RECORD
002965             MOVE QO-OPTION-RECORD TO WS-MAINT-AFTER-IMAGE
002966     END-EVALUATE.
002967     IF WS-QOPTIONS-STATUS NOT EQUAL "00"
002968         DISPLAY "QOPTMNT - APPLY FAILED FOR KEY "
002969             WS-TX-IMAGE(WS-TXN-INDEX)(1:25)
002971             " (STATUS " WS-QOPTIONS-STATUS ") - ABORTING RUN"
002972         MOVE 12 TO RETURN-CODE
002973         STOP RUN
