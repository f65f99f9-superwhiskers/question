000010*----------------------------------------------------------------
000020* MODIFICATION HISTORY
000030*
000040* 2026-10-15  RPH  ORIGINAL VERSION. MODELED ON QROSMNT: KEEPS
000050*                  THE QOWNER DECISION-POINT OWNERSHIP REGISTRY -
000060*                  LISTS IT, AND ADDS, REPLACES, OR DELETES ONE
000070*                  DECISION POINT'S OWNER IN PLACE, LOGGING EVERY
000080*                  CHANGE TO QMAUDIT AS QOPTMNT AND QOPRMNT DO.
000090*----------------------------------------------------------------
000100
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. qownmnt.
000130 AUTHOR. R P HALVORSEN.
000140 INSTALLATION. DATA CENTER APPLICATIONS PROGRAMMING.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170
000180*----------------------------------------------------------------
000190* QOWNMNT MAINTAINS THE QOWNER REGISTRY (SEE QOWNREC): FOR EACH
000200* DECISION POINT, THE APPLICATION THAT OWNS IT, THE TEAM THAT
000210* ROUTES ITS PROBLEMS, THE PRIMARY AND BACKUP CONTACTS, AND THE
000220* BUSINESS IMPACT CLASS. LIKE QROSMNT IT STAYS IN A LOOP UNTIL
000230* THE SESSION IS ENDED. EACH PASS TAKES AN ACTION:
000240*
000250*   L  LIST THE REGISTRY - EVERY DECISION POINT, OR JUST ONE
000260*      APPLICATION'S
000270*   A  ADD THE OWNER OF A DECISION POINT
000280*   R  REPLACE AN OWNER - EACH FIELD IS SHOWN AND KEPT WHEN THE
000290*      ENTRY IS LEFT BLANK
000300*   D  DELETE AN OWNER, AFTER CONFIRMATION
000310*   E  END THE SESSION
000320*
000330* THE APPLICATION, TEAM, PRIMARY CONTACT, AND AN IMPACT CLASS OF
000340* 1 (CRITICAL) THRU 4 (LOW) ARE REQUIRED; THE BACKUP CONTACT MAY
000350* BE LEFT BLANK, WITH A WARNING. A QUESTION ID WITH NO QOPTIONS
000360* CATALOG ENTRY IS REGISTERED WITH A WARNING, SINCE A PROMPT RUN
000370* ON THE BUILT-IN DEFAULTS IS STILL A DECISION POINT.
000380*
000390* EVERY ADD, REPLACE, AND DELETE IS APPENDED TO QMAUDIT WITH THE
000400* QOPERID THE SESSION RAN UNDER AND THE BEFORE AND AFTER IMAGES
000410* OF THE QOWNER RECORD, SO QRPT05 SHOWS WHO MOVED A DECISION
000420* POINT FROM ONE OWNER TO ANOTHER, AND WHEN.
000430*----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS QZ-QUESTION-ID
000520         FILE STATUS IS WS-QOWNER-STATUS.
000530
000540     SELECT QOPTIONS-FILE ASSIGN TO "QOPTIONS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS QO-RECORD-KEY
000580         FILE STATUS IS WS-QOPTIONS-STATUS.
000590
000600     SELECT QMAUDIT-FILE ASSIGN TO "QMAUDIT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-QMAUDIT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  QOWNER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY QOWNREC.
000690
000700 FD  QOPTIONS-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY QOPTREC.
000730
000740 FD  QMAUDIT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY QMNTREC.
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-QOWNER-STATUS            PIC X(02) VALUE SPACES.
000800 01  WS-QOPTIONS-STATUS          PIC X(02) VALUE SPACES.
000810 01  WS-QMAUDIT-STATUS           PIC X(02) VALUE SPACES.
000820
000830 01  WS-QOPTIONS-OPEN-FLAG       PIC X(01) VALUE "N".
000840     88  WS-QOPTIONS-OPEN        VALUE "Y".
000850 01  WS-RECORD-COUNT             PIC 9(05) VALUE ZERO.
000860 01  WS-MAINTAINER-ID            PIC X(08) VALUE SPACES.
000870
000880 01  WS-ACTION-CODE              PIC X(01) VALUE SPACES.
000890     88  WS-ACTION-LIST          VALUES "L" "l".
000900     88  WS-ACTION-ADD           VALUES "A" "a".
000910     88  WS-ACTION-REPLACE       VALUES "R" "r".
000920     88  WS-ACTION-DELETE        VALUES "D" "d".
000930     88  WS-ACTION-END           VALUES "E" "e".
000940 01  WS-END-OF-SESSION-FLAG      PIC X(01) VALUE "N".
000950     88  WS-END-OF-SESSION       VALUE "Y".
000960 01  WS-LIST-DONE-FLAG           PIC X(01) VALUE "N".
000970     88  WS-LIST-DONE            VALUE "Y".
000980 01  WS-CATALOGED-FLAG           PIC X(01) VALUE "N".
000990     88  WS-CATALOGED            VALUE "Y".
001000 01  WS-CONFIRM                  PIC X(01) VALUE SPACES.
001010     88  WS-CONFIRMED            VALUES "Y" "y".
001020
001030*----------------------------------------------------------------
001040* OWNER ENTRY KEYED IN BY THE MAINTAINER
001050*----------------------------------------------------------------
001060 01  WS-NEW-QUESTION-ID          PIC X(08) VALUE SPACES.
001070 01  WS-LIST-APPLICATION         PIC X(08) VALUE SPACES.
001080 01  WS-ENTRY-TEXT               PIC X(25) VALUE SPACES.
001090 01  WS-IMPACT-TEXT              PIC X(08) VALUE SPACES.
001100
001110 COPY QOWNREC
001120     REPLACING ==QZ-OWNER-RECORD==    BY ==WZ-OWNER-RECORD==
001130               ==QZ-QUESTION-ID==     BY ==WZ-QUESTION-ID==
001140               ==QZ-APPLICATION-ID==  BY ==WZ-APPLICATION-ID==
001150               ==QZ-TEAM-ID==         BY ==WZ-TEAM-ID==
001160               ==QZ-PRIMARY-CONTACT== BY ==WZ-PRIMARY-CONTACT==
001170               ==QZ-BACKUP-CONTACT==  BY ==WZ-BACKUP-CONTACT==
001180               ==QZ-IMPACT-CLASS==    BY ==WZ-IMPACT-CLASS==
001190               ==QZ-IMPACT-CRITICAL== BY ==WZ-IMPACT-CRITICAL==
001200               ==QZ-IMPACT-HIGH==     BY ==WZ-IMPACT-HIGH==
001210               ==QZ-IMPACT-MEDIUM==   BY ==WZ-IMPACT-MEDIUM==
001220               ==QZ-IMPACT-LOW==      BY ==WZ-IMPACT-LOW==
001230               ==QZ-IMPACT-VALID==    BY ==WZ-IMPACT-VALID==
001240               ==QZ-UPDATED-BY==      BY ==WZ-UPDATED-BY==
001250               ==QZ-UPDATED-DATE==    BY ==WZ-UPDATED-DATE==.
001260
001270*----------------------------------------------------------------
001280* QMAUDIT BEFORE/AFTER IMAGES FOR THE CHANGE BEING APPLIED
001290*----------------------------------------------------------------
001300 01  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
001310 01  WS-MAINT-BEFORE-IMAGE       PIC X(206) VALUE SPACES.
001320 01  WS-MAINT-AFTER-IMAGE        PIC X(206) VALUE SPACES.
001330
001340 PROCEDURE DIVISION.
001350 MAIN.
001360     ACCEPT WS-MAINTAINER-ID FROM ENVIRONMENT "QOPERID".
001370     PERFORM OPEN-QOWNER-FILE.
001380     OPEN INPUT QOPTIONS-FILE.
001390     IF WS-QOPTIONS-STATUS EQUAL "00"
001400         SET WS-QOPTIONS-OPEN TO TRUE
001410     ELSE
001420         DISPLAY "QOWNMNT - QOPTIONS NOT AVAILABLE (STATUS "
001430             WS-QOPTIONS-STATUS ") - QUESTION IDS NOT CHECKED"
001440     END-IF.
001450     PERFORM PROCESS-ONE-ACTION UNTIL WS-END-OF-SESSION.
001460     IF WS-QOPTIONS-OPEN
001470         CLOSE QOPTIONS-FILE
001480     END-IF.
001490     CLOSE QOWNER-FILE.
001500     DISPLAY "QOWNMNT - QOWNER UPDATED".
001510     STOP RUN.
001520
001530*----------------------------------------------------------------
001540* OPEN-QOWNER-FILE - OPEN THE REGISTRY FOR UPDATE IN PLACE. A
001550* SITE REGISTERING ITS FIRST OWNER GETS THE FILE CREATED EMPTY
001560* AND REOPENED, AS QROSMNT DOES FOR QROSTER.
001570*----------------------------------------------------------------
001580 OPEN-QOWNER-FILE.
001590     OPEN I-O QOWNER-FILE.
001600     IF WS-QOWNER-STATUS EQUAL "05"
001610         OR WS-QOWNER-STATUS EQUAL "35"
001620         OPEN OUTPUT QOWNER-FILE
001630         CLOSE QOWNER-FILE
001640         OPEN I-O QOWNER-FILE
001650     END-IF.
001660     IF WS-QOWNER-STATUS NOT EQUAL "00"
001670         DISPLAY "QOWNMNT - QOWNER COULD NOT BE OPENED "
001680             "(STATUS " WS-QOWNER-STATUS ") - ABORTING RUN"
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720
001730*----------------------------------------------------------------
001740* PROCESS-ONE-ACTION - ASK FOR THE NEXT ACTION AND CARRY IT OUT.
001750*----------------------------------------------------------------
001760 PROCESS-ONE-ACTION.
001770     DISPLAY "ACTION (L=LIST, A=ADD, R=REPLACE, D=DELETE, "
001780         "E=END): " WITH NO ADVANCING.
001790     ACCEPT WS-ACTION-CODE.
001800     EVALUATE TRUE
001810         WHEN WS-ACTION-LIST
001820             PERFORM LIST-REGISTRY
001830         WHEN WS-ACTION-ADD
001840             PERFORM GET-QUESTION-ID
001850             PERFORM ADD-OWNER
001860         WHEN WS-ACTION-REPLACE
001870             PERFORM GET-QUESTION-ID
001880             PERFORM REPLACE-OWNER
001890         WHEN WS-ACTION-DELETE
001900             PERFORM GET-QUESTION-ID
001910             PERFORM DELETE-OWNER
001920         WHEN WS-ACTION-END
001930             SET WS-END-OF-SESSION TO TRUE
001940         WHEN OTHER
001950             DISPLAY "QOWNMNT - ACTION MUST BE L, A, R, D, OR E"
001960     END-EVALUATE.
001970
001980 GET-QUESTION-ID.
001990     DISPLAY "QUESTION ID: " WITH NO ADVANCING.
002000     ACCEPT WS-NEW-QUESTION-ID.
002010     PERFORM UNTIL WS-NEW-QUESTION-ID NOT EQUAL SPACES
002020         DISPLAY "QOWNMNT - QUESTION ID IS REQUIRED - RE-ENTER"
002030         DISPLAY "QUESTION ID: " WITH NO ADVANCING
002040         ACCEPT WS-NEW-QUESTION-ID
002050     END-PERFORM.
002060     MOVE FUNCTION UPPER-CASE(WS-NEW-QUESTION-ID)
002070         TO WS-NEW-QUESTION-ID.
002080
002090*----------------------------------------------------------------
002100* LIST-REGISTRY - LIST FORWARD FROM THE START OF THE REGISTRY,
002110* EVERY ENTRY OR JUST THOSE FOR THE APPLICATION GIVEN.
002120*----------------------------------------------------------------
002130 LIST-REGISTRY.
002140     DISPLAY "APPLICATION (BLANK FOR ALL): " WITH NO ADVANCING.
002150     ACCEPT WS-LIST-APPLICATION.
002160     MOVE FUNCTION UPPER-CASE(WS-LIST-APPLICATION)
002170         TO WS-LIST-APPLICATION.
002180     MOVE ZERO TO WS-RECORD-COUNT.
002190     MOVE "N" TO WS-LIST-DONE-FLAG.
002200     MOVE LOW-VALUES TO QZ-QUESTION-ID.
002210     START QOWNER-FILE KEY IS NOT LESS THAN QZ-QUESTION-ID
002220         INVALID KEY
002230             SET WS-LIST-DONE TO TRUE
002240     END-START.
002250     PERFORM LIST-ONE-OWNER UNTIL WS-LIST-DONE.
002260     DISPLAY "DECISION POINTS LISTED: " WS-RECORD-COUNT.
002270
002280 LIST-ONE-OWNER.
002290     READ QOWNER-FILE NEXT RECORD
002300         AT END
002310             SET WS-LIST-DONE TO TRUE
002320         NOT AT END
002330             IF WS-LIST-APPLICATION EQUAL SPACES
002340                 OR WS-LIST-APPLICATION EQUAL QZ-APPLICATION-ID
002350                 ADD 1 TO WS-RECORD-COUNT
002360                 MOVE QZ-OWNER-RECORD TO WZ-OWNER-RECORD
002370                 PERFORM SHOW-OWNER
002380             END-IF
002390     END-READ.
002400
002410*----------------------------------------------------------------
002420* SHOW-OWNER - DISPLAY THE ENTRY IN WZ-OWNER-RECORD.
002430*----------------------------------------------------------------
002440 SHOW-OWNER.
002450     EVALUATE TRUE
002460         WHEN WZ-IMPACT-CRITICAL
002470             MOVE "CRITICAL" TO WS-IMPACT-TEXT
002480         WHEN WZ-IMPACT-HIGH
002490             MOVE "HIGH" TO WS-IMPACT-TEXT
002500         WHEN WZ-IMPACT-MEDIUM
002510             MOVE "MEDIUM" TO WS-IMPACT-TEXT
002520         WHEN WZ-IMPACT-LOW
002530             MOVE "LOW" TO WS-IMPACT-TEXT
002540         WHEN OTHER
002550             MOVE "UNKNOWN" TO WS-IMPACT-TEXT
002560     END-EVALUATE.
002570     DISPLAY "  " WZ-QUESTION-ID " APPLICATION: "
002580         WZ-APPLICATION-ID " TEAM: " WZ-TEAM-ID
002590         " IMPACT: " WZ-IMPACT-CLASS " " WS-IMPACT-TEXT.
002600     DISPLAY "           PRIMARY: " WZ-PRIMARY-CONTACT
002610         " BACKUP: " WZ-BACKUP-CONTACT.
002620     DISPLAY "           UPDATED " WZ-UPDATED-DATE " BY "
002630         WZ-UPDATED-BY.
002640
002650*----------------------------------------------------------------
002660* CHECK-CATALOGED - IS THERE ANY QOPTIONS RECORD FOR THE
002670* QUESTION? POSITION ON ITS FIRST KEY AND LOOK AT WHAT IS THERE.
002680*----------------------------------------------------------------
002690 CHECK-CATALOGED.
002700     MOVE "N" TO WS-CATALOGED-FLAG.
002710     IF WS-QOPTIONS-OPEN
002720         MOVE LOW-VALUES TO QO-RECORD-KEY
002730         MOVE WS-NEW-QUESTION-ID TO QO-QUESTION-ID
002740         START QOPTIONS-FILE KEY IS NOT LESS THAN QO-RECORD-KEY
002750             INVALID KEY
002760                 CONTINUE
002770             NOT INVALID KEY
002780                 READ QOPTIONS-FILE NEXT RECORD
002790                     AT END
002800                         CONTINUE
002810                     NOT AT END
002820                         IF QO-QUESTION-ID
002825                             EQUAL WS-NEW-QUESTION-ID
002830                             SET WS-CATALOGED TO TRUE
002840                         END-IF
002850                 END-READ
002860         END-START
002870         IF NOT WS-CATALOGED
002880             DISPLAY "QOWNMNT - NOTE: " WS-NEW-QUESTION-ID
002890                 " HAS NO QOPTIONS CATALOG ENTRY"
002900         END-IF
002910     END-IF.
002920
002930*----------------------------------------------------------------
002940* ADD-OWNER - REGISTER THE OWNER OF A DECISION POINT NOT YET ON
002950* FILE.
002960*----------------------------------------------------------------
002970 ADD-OWNER.
002980     MOVE WS-NEW-QUESTION-ID TO QZ-QUESTION-ID.
002990     READ QOWNER-FILE
003000         INVALID KEY
003010             CONTINUE
003020     END-READ.
003030     IF WS-QOWNER-STATUS EQUAL "00"
003040         DISPLAY "QOWNMNT - " WS-NEW-QUESTION-ID
003050             " ALREADY HAS AN OWNER - USE R TO REPLACE IT"
003060     ELSE
003070         PERFORM CHECK-CATALOGED
003080         MOVE SPACES TO WZ-OWNER-RECORD
003090         MOVE WS-NEW-QUESTION-ID TO WZ-QUESTION-ID
003100         PERFORM GET-OWNER-FIELDS
003110         MOVE WS-MAINTAINER-ID TO WZ-UPDATED-BY
003120         ACCEPT WZ-UPDATED-DATE FROM DATE YYYYMMDD
003130         MOVE WZ-OWNER-RECORD TO QZ-OWNER-RECORD
003140         WRITE QZ-OWNER-RECORD
003150         IF WS-QOWNER-STATUS EQUAL "00"
003160             DISPLAY "QOWNMNT - OWNER OF " WS-NEW-QUESTION-ID
003170                 " ADDED"
003180             MOVE "A" TO WS-MAINT-ACTION
003190             MOVE SPACES TO WS-MAINT-BEFORE-IMAGE
003200             MOVE SPACES TO WS-MAINT-AFTER-IMAGE
003210             MOVE WZ-OWNER-RECORD TO WS-MAINT-AFTER-IMAGE(1:100)
003220             PERFORM WRITE-MAINT-AUDIT-RECORD
003230         ELSE
003240             DISPLAY "QOWNMNT - QOWNER WRITE FAILED (STATUS "
003250                 WS-QOWNER-STATUS ")"
003260             MOVE 12 TO RETURN-CODE
003270         END-IF
003280     END-IF.
003290
003300*----------------------------------------------------------------
003310* REPLACE-OWNER - SHOW THE ENTRY ON FILE AND TAKE NEW VALUES,
003320* KEEPING ANY FIELD LEFT BLANK.
003330*----------------------------------------------------------------
003340 REPLACE-OWNER.
003350     MOVE WS-NEW-QUESTION-ID TO QZ-QUESTION-ID.
003360     READ QOWNER-FILE
003370         INVALID KEY
003380             CONTINUE
003390     END-READ.
003400     IF WS-QOWNER-STATUS NOT EQUAL "00"
003410         DISPLAY "QOWNMNT - " WS-NEW-QUESTION-ID
003420             " HAS NO OWNER ON FILE - USE A TO ADD ONE"
003430     ELSE
003440         MOVE QZ-OWNER-RECORD TO WZ-OWNER-RECORD
003450         PERFORM SHOW-OWNER
003460         MOVE SPACES TO WS-MAINT-BEFORE-IMAGE
003470         MOVE QZ-OWNER-RECORD TO WS-MAINT-BEFORE-IMAGE(1:100)
003480         DISPLAY "ENTER NEW VALUES - BLANK KEEPS THE VALUE SHOWN"
003490         PERFORM GET-OWNER-FIELDS
003500         MOVE WS-MAINTAINER-ID TO WZ-UPDATED-BY
003510         ACCEPT WZ-UPDATED-DATE FROM DATE YYYYMMDD
003520         MOVE WZ-OWNER-RECORD TO QZ-OWNER-RECORD
003530         REWRITE QZ-OWNER-RECORD
003540         IF WS-QOWNER-STATUS EQUAL "00"
003550             DISPLAY "QOWNMNT - OWNER OF " WS-NEW-QUESTION-ID
003560                 " REPLACED"
003570             MOVE "R" TO WS-MAINT-ACTION
003580             MOVE SPACES TO WS-MAINT-AFTER-IMAGE
003590             MOVE WZ-OWNER-RECORD TO WS-MAINT-AFTER-IMAGE(1:100)
003600             PERFORM WRITE-MAINT-AUDIT-RECORD
003610         ELSE
003620             DISPLAY "QOWNMNT - QOWNER REWRITE FAILED (STATUS "
003630                 WS-QOWNER-STATUS ")"
003640             MOVE 12 TO RETURN-CODE
003650         END-IF
003660     END-IF.
003670
003680*----------------------------------------------------------------
003690* DELETE-OWNER - SHOW THE ENTRY ON FILE AND REMOVE IT ONCE THE
003700* MAINTAINER CONFIRMS.
003710*----------------------------------------------------------------
003720 DELETE-OWNER.
003730     MOVE WS-NEW-QUESTION-ID TO QZ-QUESTION-ID.
003740     READ QOWNER-FILE
003750         INVALID KEY
003760             CONTINUE
003770     END-READ.
003780     IF WS-QOWNER-STATUS NOT EQUAL "00"
003790         DISPLAY "QOWNMNT - " WS-NEW-QUESTION-ID
003800             " HAS NO OWNER ON FILE"
003810     ELSE
003820         MOVE QZ-OWNER-RECORD TO WZ-OWNER-RECORD
003830         PERFORM SHOW-OWNER
003840         DISPLAY "DELETE THIS OWNER (Y/N): " WITH NO ADVANCING
003850         ACCEPT WS-CONFIRM
003860         IF WS-CONFIRMED
003870             DELETE QOWNER-FILE RECORD
003880                 INVALID KEY
003890                     DISPLAY "QOWNMNT - QOWNER DELETE FAILED "
003900                         "(STATUS " WS-QOWNER-STATUS ")"
003910                     MOVE 12 TO RETURN-CODE
003920                 NOT INVALID KEY
003930                     DISPLAY "QOWNMNT - OWNER OF "
003940                         WS-NEW-QUESTION-ID " DELETED"
003950                     MOVE "D" TO WS-MAINT-ACTION
003960                     MOVE SPACES TO WS-MAINT-BEFORE-IMAGE
003970                     MOVE WZ-OWNER-RECORD
003980                         TO WS-MAINT-BEFORE-IMAGE(1:100)
003990                     MOVE SPACES TO WS-MAINT-AFTER-IMAGE
004000                     PERFORM WRITE-MAINT-AUDIT-RECORD
004010             END-DELETE
004020         ELSE
004030             DISPLAY "QOWNMNT - NOTHING DELETED"
004040         END-IF
004050     END-IF.
004060
004070*----------------------------------------------------------------
004080* GET-OWNER-FIELDS - TAKE EACH FIELD INTO WZ-OWNER-RECORD. A
004090* BLANK ENTRY KEEPS WHAT IS THERE, SO ON AN ADD (WHERE NOTHING
004100* IS THERE) THE REQUIRED FIELDS ARE RE-PROMPTED UNTIL GIVEN.
004110*----------------------------------------------------------------
004120 GET-OWNER-FIELDS.
004130     DISPLAY "APPLICATION [" WZ-APPLICATION-ID "]: "
004140         WITH NO ADVANCING.
004150     ACCEPT WS-ENTRY-TEXT.
004160     IF WS-ENTRY-TEXT NOT EQUAL SPACES
004170         MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT)
004180             TO WZ-APPLICATION-ID
004190     END-IF.
004200     PERFORM UNTIL WZ-APPLICATION-ID NOT EQUAL SPACES
004210         DISPLAY "QOWNMNT - APPLICATION IS REQUIRED - RE-ENTER"
004220         DISPLAY "APPLICATION: " WITH NO ADVANCING
004230         ACCEPT WS-ENTRY-TEXT
004240         MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT)
004250             TO WZ-APPLICATION-ID
004260     END-PERFORM.
004270
004280     DISPLAY "TEAM [" WZ-TEAM-ID "]: " WITH NO ADVANCING.
004290     ACCEPT WS-ENTRY-TEXT.
004300     IF WS-ENTRY-TEXT NOT EQUAL SPACES
004310         MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT) TO WZ-TEAM-ID
004320     END-IF.
004330     PERFORM UNTIL WZ-TEAM-ID NOT EQUAL SPACES
004340         DISPLAY "QOWNMNT - TEAM IS REQUIRED - RE-ENTER"
004350         DISPLAY "TEAM: " WITH NO ADVANCING
004360         ACCEPT WS-ENTRY-TEXT
004370         MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT) TO WZ-TEAM-ID
004380     END-PERFORM.
004390
004400     DISPLAY "PRIMARY CONTACT [" WZ-PRIMARY-CONTACT "]: "
004410         WITH NO ADVANCING.
004420     ACCEPT WS-ENTRY-TEXT.
004430     IF WS-ENTRY-TEXT NOT EQUAL SPACES
004440         MOVE WS-ENTRY-TEXT TO WZ-PRIMARY-CONTACT
004450     END-IF.
004460     PERFORM UNTIL WZ-PRIMARY-CONTACT NOT EQUAL SPACES
004470         DISPLAY "QOWNMNT - PRIMARY CONTACT IS REQUIRED - "
004480             "RE-ENTER"
004490         DISPLAY "PRIMARY CONTACT: " WITH NO ADVANCING
004500         ACCEPT WZ-PRIMARY-CONTACT
004510     END-PERFORM.
004520
004530     DISPLAY "BACKUP CONTACT [" WZ-BACKUP-CONTACT "]: "
004540         WITH NO ADVANCING.
004550     ACCEPT WS-ENTRY-TEXT.
004560     IF WS-ENTRY-TEXT NOT EQUAL SPACES
004570         MOVE WS-ENTRY-TEXT TO WZ-BACKUP-CONTACT
004580     END-IF.
004590     IF WZ-BACKUP-CONTACT EQUAL SPACES
004600         DISPLAY "QOWNMNT - NOTE: NO BACKUP CONTACT - A PAGE "
004610             "THE PRIMARY MISSES GOES NOWHERE"
004620     END-IF.
004630
004640     DISPLAY "IMPACT CLASS 1=CRITICAL 2=HIGH 3=MEDIUM 4=LOW ["
004650         WZ-IMPACT-CLASS "]: " WITH NO ADVANCING.
004660     ACCEPT WS-ENTRY-TEXT.
004670     IF WS-ENTRY-TEXT NOT EQUAL SPACES
004680         MOVE WS-ENTRY-TEXT(1:1) TO WZ-IMPACT-CLASS
004690     END-IF.
004700     PERFORM UNTIL WZ-IMPACT-VALID
004710         DISPLAY "QOWNMNT - IMPACT CLASS MUST BE 1, 2, 3, OR 4 - "
004720             "RE-ENTER"
004730         DISPLAY "IMPACT CLASS: " WITH NO ADVANCING
004740         ACCEPT WZ-IMPACT-CLASS
004750     END-PERFORM.
004760
004770*----------------------------------------------------------------
004780* WRITE-MAINT-AUDIT-RECORD - APPEND THE CHANGE JUST APPLIED TO
004790* THE QMAUDIT MAINTENANCE TRAIL, AS QOPRMNT DOES.
004800*----------------------------------------------------------------
004810 WRITE-MAINT-AUDIT-RECORD.
004820     OPEN EXTEND QMAUDIT-FILE.
004830     IF WS-QMAUDIT-STATUS EQUAL "05"
004840         OR WS-QMAUDIT-STATUS EQUAL "35"
004850         OPEN OUTPUT QMAUDIT-FILE
004860     END-IF.
004870     IF WS-QMAUDIT-STATUS NOT EQUAL "00"
004880         DISPLAY "QOWNMNT - QMAUDIT NOT AVAILABLE (STATUS "
004890             WS-QMAUDIT-STATUS ") - CHANGE NOT LOGGED"
004900     ELSE
004910         ACCEPT QM-RUN-DATE FROM DATE YYYYMMDD
004920         ACCEPT QM-RUN-TIME FROM TIME
004930         MOVE WS-MAINTAINER-ID TO QM-MAINTAINER-ID
004940         MOVE "QOWNMNT " TO QM-PROGRAM-NAME
004950         MOVE "QOWNER  " TO QM-FILE-NAME
004960         MOVE WS-MAINT-ACTION TO QM-ACTION-CODE
004970         MOVE WS-MAINT-BEFORE-IMAGE TO QM-BEFORE-IMAGE
004980         MOVE WS-MAINT-AFTER-IMAGE TO QM-AFTER-IMAGE
004990         WRITE QM-MAINT-RECORD
005000         CLOSE QMAUDIT-FILE
005010     END-IF.
