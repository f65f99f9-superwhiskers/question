000147*                  BEING VERIFIED IN THE KEYED COLUMN, SO THE
000148*                  SUPERVISOR SEES WHO WAS BEING IMPERSONATED -
000149*                  OR WHO FAT-FINGERED THEIR CODE FIVE TIMES.
000150* 2026-10-15  RPH  NEW VERSION COLUMN: THE EFFECTIVE-FROM DATE OF
000150*                  THE QOPTIONS VERSION IN FORCE WHEN THE EVENT
000150*                  HAPPENED (QA-OPTION-EFFECTIVE), BLANK WHEN THE
000150*                  BUILT-IN PROMPT WAS USED.
000152* 2026-10-15  RPH  NEW OWNER COLUMNS: THE OWNING APPLICATION,
000154*                  SUPPORT TEAM, AND IMPACT CLASS OF EACH
000156*                  EXCEPTION'S DECISION POINT FROM THE QOWNER
000158*                  REGISTRY, SO THE SUPERVISOR CAN ROUTE IT
000159*                  WITHOUT LOOKING THE OWNER UP. BLANK WHEN THE
000159*                  DECISION POINT HAS NO OWNER ON FILE.
000140*----------------------------------------------------------------
000150
000160 IDENTIFICATION DIVISION.
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-QOPERS-STATUS.
000410
000410     SELECT QOWNER-FILE ASSIGN TO "QOWNER"
000412         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS RANDOM
000416         RECORD KEY IS QZ-QUESTION-ID
000418         FILE STATUS IS WS-QOWNER-STATUS.
000419
000420     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
000430
000440     SELECT QRPT03-FILE ASSIGN TO "QRPT03"
000550     LABEL RECORDS ARE STANDARD.
000560     COPY QOPRREC.
000570
000572 FD  QOWNER-FILE
000574     LABEL RECORDS ARE STANDARD.
000576     COPY QOWNREC.
000570
000580 SD  SORT-WORK-FILE.
000590     COPY QAUDREC
000600         REPLACING ==QA-AUDIT-RECORD== BY ==SW-AUDIT-RECORD==
000830                   ==QA-PROMPT-TEXT==  BY ==SW-PROMPT-TEXT==
000840                   ==QA-RESULT==       BY ==SW-RESULT==
000842                   ==QA-RESPONSE-SECS==
000844                           BY ==SW-RESPONSE-SECS==
000845                   ==QA-OPTION-EFFECTIVE==
000846                           BY ==SW-OPTION-EFFECTIVE==
000844                   ==QA-SEQUENCE-NO==  BY ==SW-SEQUENCE-NO==
000844                   ==QA-CHAIN-VALUE==  BY ==SW-CHAIN-VALUE==.
000850
000860 FD  QRPT03-FILE
000870     LABEL RECORDS ARE STANDARD.
000910 01  WS-QAUDIT-STATUS                PIC X(02) VALUE SPACES.
000920 01  WS-QOPERS-STATUS                PIC X(02) VALUE SPACES.
000930 01  WS-QRPT03-STATUS                PIC X(02) VALUE SPACES.
000935 01  WS-QOWNER-STATUS                PIC X(02) VALUE SPACES.
000936 01  WS-QOWNER-OPEN-FLAG             PIC X(01) VALUE "N".
000937     88  WS-QOWNER-OPEN              VALUE "Y".
000940
000950 01  WS-AUDIT-AVAILABLE-FLAG         PIC X(01) VALUE "N".
000960     88  WS-AUDIT-AVAILABLE          VALUE "Y".
001340     05  FILLER                      PIC X(10) VALUE "QUESTION".
001350     05  FILLER                      PIC X(16) VALUE "EVENT".
001360     05  FILLER                      PIC X(12) VALUE "KEYED".
001370     05  FILLER                      PIC X(27) VALUE "OPERATOR".
001375     05  FILLER                      PIC X(10) VALUE "VERSION".
001376     05  FILLER                      PIC X(09) VALUE "OWNER".
001377     05  FILLER                      PIC X(09) VALUE "TEAM".
001378     05  FILLER                      PIC X(03) VALUE "IMP".
001380
001390 01  WS-DETAIL-LINE.
001400     05  WS-DL-DATE                  PIC X(08).
001500     05  WS-DL-RESULT                PIC X(10).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  WS-DL-OPERATOR              PIC X(25).
001522     05  FILLER                      PIC X(02) VALUE SPACES.
001524     05  WS-DL-VERSION               PIC X(08).
001526     05  FILLER                      PIC X(02) VALUE SPACES.
001527     05  WS-DL-OWNER-APPLICATION     PIC X(08).
001528     05  FILLER                      PIC X(01) VALUE SPACES.
001529     05  WS-DL-OWNER-TEAM            PIC X(08).
001529     05  FILLER                      PIC X(01) VALUE SPACES.
001529     05  WS-DL-OWNER-IMPACT          PIC X(01).
001530
001540 PROCEDURE DIVISION.
001550 MAIN.
001970*----------------------------------------------------------------
001980 PRODUCE-REPORT.
001990     OPEN OUTPUT QRPT03-FILE.
001995     OPEN INPUT QOWNER-FILE.
001996     IF WS-QOWNER-STATUS EQUAL "00"
001997         SET WS-QOWNER-OPEN TO TRUE
001998     END-IF.
002000     MOVE WS-TITLE-LINE TO QX-PRINT-LINE.
002010     WRITE QX-PRINT-LINE.
002020     MOVE SPACES TO QX-PRINT-LINE.
002100     END-IF.
002110
002120     CLOSE QRPT03-FILE.
002125     IF WS-QOWNER-OPEN
002126         CLOSE QOWNER-FILE
002127     END-IF.
002130
002140 RETURN-AND-PRINT.
002150     RETURN SORT-WORK-FILE
002630             MOVE SW-EVENT-TYPE TO WS-DL-EVENT
002640     END-EVALUATE.
002650     MOVE SW-RESULT TO WS-DL-RESULT.
002655     MOVE SW-OPTION-EFFECTIVE TO WS-DL-VERSION.
002660     PERFORM FIND-OPERATOR-NAME.
002665     PERFORM FIND-DECISION-OWNER.
002670     MOVE WS-DETAIL-LINE TO QX-PRINT-LINE.
002680     WRITE QX-PRINT-LINE.
002690
003090     IF NOT WS-NAME-FOUND
003100         MOVE SW-OPERATOR-ID TO WS-DL-OPERATOR
003110     END-IF.
003120
003130*----------------------------------------------------------------
003140* FIND-DECISION-OWNER - FILL THE OWNER COLUMNS FROM THE QOWNER
003150* REGISTRY ENTRY FOR SW-QUESTION-ID, OR LEAVE THEM BLANK WHEN
003160* THERE IS NO REGISTRY OR NO ENTRY FOR THE DECISION POINT.
003170*----------------------------------------------------------------
003180 FIND-DECISION-OWNER.
003190     MOVE SPACES TO WS-DL-OWNER-APPLICATION WS-DL-OWNER-TEAM
003200         WS-DL-OWNER-IMPACT.
003210     IF WS-QOWNER-OPEN
003220         MOVE SW-QUESTION-ID TO QZ-QUESTION-ID
003230         READ QOWNER-FILE
003240         IF WS-QOWNER-STATUS EQUAL "00"
003250             MOVE QZ-APPLICATION-ID TO WS-DL-OWNER-APPLICATION
003260             MOVE QZ-TEAM-ID TO WS-DL-OWNER-TEAM
003270             MOVE QZ-IMPACT-CLASS TO WS-DL-OWNER-IMPACT
003280         END-IF
003290     END-IF.
