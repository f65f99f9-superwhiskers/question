000100*                  IMAGES - THE WAY QRPT01 PRINTS THE ANSWERS
000110*                  THEMSELVES. NUMBERED QRPT05 BECAUSE QRPT04 IS
000120*                  THE RESPONSE-TIME REPORT.
000122* 2026-10-15  RPH  QOPTIONS IMAGES ARE NOW EFFECTIVE-DATED
000124*                  VERSIONS. EACH QOPTIONS CHANGE PRINTS A VERSION
000126*                  LINE WITH THE FROM/THRU DATES AND WHETHER THE
000127*                  CHANGE WAS PLANNED (EFFECTIVE AFTER THE DAY IT
000128*                  WAS MADE), A CLOSE OUT (NEW ACTION "C"), OR
000129*                  EFFECTIVE AS MADE; PLANNED CHANGES ARE COUNTED
000131*                  IN THE TOTALS. THE WIDER IMAGE PRINTS IN FULL.
000130*----------------------------------------------------------------
000140
000150 IDENTIFICATION DIVISION.
000300* ACROSS TWO PRINT LINES BECAUSE AN IMAGE IS WIDER THAN THE
000310* 132-COLUMN PAGE. A RANGE WITH NO CHANGES PRINTS AN EXPLICIT
000320* "NO CHANGES" LINE SO AN EMPTY REPORT CANNOT BE MISTAKEN FOR A
000330* REPORT THAT DID NOT RUN. A QOPTIONS CHANGE ALSO GETS A LINE
000332* SAYING WHICH VERSION IT TOUCHED AND WHEN THAT VERSION IS IN
000334* FORCE, SO A CHANGE KEYED TODAY FOR NEXT WEEK READS AS PLANNED.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000660 01  WS-TODAY-DATE                   PIC X(08) VALUE SPACES.
000670
000680 01  WS-CHANGE-COUNT                 PIC 9(05) VALUE ZERO.
000682 01  WS-PLANNED-COUNT                PIC 9(05) VALUE ZERO.
000684 01  WS-VERSION-IMAGE                PIC X(206) VALUE SPACES.
000690
000700*----------------------------------------------------------------
000710* REPORT LINE LAYOUTS
000970
000980 01  WS-IMAGE-LINE-2.
000990     05  FILLER                      PIC X(10) VALUE SPACES.
001000     05  WS-IL2-TEXT                 PIC X(96).
001002
001004 01  WS-VERSION-LINE.
001006     05  FILLER                      PIC X(16) VALUE
001008         "  VERSION: FROM ".
001010     05  WS-VL-FROM                  PIC X(08).
001012     05  FILLER                      PIC X(06) VALUE " THRU ".
001014     05  WS-VL-THRU                  PIC X(08).
001015     05  FILLER                      PIC X(02) VALUE SPACES.
001016     05  WS-VL-NOTE                  PIC X(50).
001010
001020 01  WS-TOTAL-LINE.
001030     05  FILLER                      PIC X(18) VALUE
001040         "CHANGES REPORTED: ".
001050     05  WS-TOT-CHANGES              PIC 9(05).
001052     05  FILLER                      PIC X(20) VALUE
001054         "   PLANNED CHANGES: ".
001056     05  WS-TOT-PLANNED              PIC 9(05).
001060
001070 PROCEDURE DIVISION.
001080 MAIN.
001550     MOVE SPACES TO QM-PRINT-LINE.
001560     WRITE QM-PRINT-LINE.
001570     MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGES.
001575     MOVE WS-PLANNED-COUNT TO WS-TOT-PLANNED.
001580     MOVE WS-TOTAL-LINE TO QM-PRINT-LINE.
001590     WRITE QM-PRINT-LINE.
001600     CLOSE QRPT05-FILE.
001930             MOVE "REPLACED" TO WS-DL-ACTION
001940         WHEN QM-ACTION-DELETE
001950             MOVE "DELETED" TO WS-DL-ACTION
001952         WHEN QM-ACTION-CLOSE
001954             MOVE "CLOSED OUT" TO WS-DL-ACTION
001960         WHEN OTHER
001970             MOVE QM-ACTION-CODE TO WS-DL-ACTION
001980     END-EVALUATE.
001990     MOVE WS-DETAIL-LINE TO QM-PRINT-LINE.
002000     WRITE QM-PRINT-LINE.
002005     IF QM-FILE-NAME EQUAL "QOPTIONS"
002007         PERFORM WRITE-VERSION-LINE
002009     END-IF.
002010
002020     MOVE "  BEFORE: " TO WS-IL1-TAG.
002030     IF QM-BEFORE-IMAGE EQUAL SPACES
002080         MOVE QM-BEFORE-IMAGE(1:110) TO WS-IL1-TEXT
002090         MOVE WS-IMAGE-LINE-1 TO QM-PRINT-LINE
002100         WRITE QM-PRINT-LINE
002110         MOVE QM-BEFORE-IMAGE(111:96) TO WS-IL2-TEXT
002120         MOVE WS-IMAGE-LINE-2 TO QM-PRINT-LINE
002130         WRITE QM-PRINT-LINE
002140     END-IF.
002220         MOVE QM-AFTER-IMAGE(1:110) TO WS-IL1-TEXT
002230         MOVE WS-IMAGE-LINE-1 TO QM-PRINT-LINE
002240         WRITE QM-PRINT-LINE
002250         MOVE QM-AFTER-IMAGE(111:96) TO WS-IL2-TEXT
002260         MOVE WS-IMAGE-LINE-2 TO QM-PRINT-LINE
002270         WRITE QM-PRINT-LINE
002280     END-IF.
002290
002300*----------------------------------------------------------------
002310* WRITE-VERSION-LINE - FOR A QOPTIONS CHANGE, SHOW THE EFFECTIVE
002320* DATES OF THE VERSION TOUCHED (FROM THE AFTER IMAGE, OR THE
002330* BEFORE IMAGE OF A DELETE) AND HOW THE CHANGE STANDS AGAINST
002340* THE DAY IT WAS MADE. AN ADD OR REPLACE OF A VERSION WHOSE FROM
002350* DATE IS LATER THAN QM-RUN-DATE IS A PLANNED CHANGE - NOTHING
002360* RAN ON IT THAT NIGHT - AND IS COUNTED AS SUCH.
002370*----------------------------------------------------------------
002380 WRITE-VERSION-LINE.
002390     IF QM-AFTER-IMAGE EQUAL SPACES
002400         MOVE QM-BEFORE-IMAGE TO WS-VERSION-IMAGE
002410     ELSE
002420         MOVE QM-AFTER-IMAGE TO WS-VERSION-IMAGE
002430     END-IF.
002440     MOVE WS-VERSION-IMAGE(18:8) TO WS-VL-FROM.
002450     IF WS-VERSION-IMAGE(26:8) EQUAL SPACES
002460         OR WS-VERSION-IMAGE(26:8) EQUAL "99999999"
002470         MOVE "OPEN" TO WS-VL-THRU
002480     ELSE
002490         MOVE WS-VERSION-IMAGE(26:8) TO WS-VL-THRU
002500     END-IF.
002510     EVALUATE TRUE
002520         WHEN QM-ACTION-CLOSE
002530             MOVE "CLOSED OUT - THRU DATE IS LAST DAY IN FORCE"
002540                 TO WS-VL-NOTE
002550         WHEN QM-ACTION-DELETE
002560             MOVE "VERSION DELETED" TO WS-VL-NOTE
002570         WHEN WS-VERSION-IMAGE(18:8) GREATER THAN QM-RUN-DATE
002580             MOVE "PLANNED - NOT IN FORCE UNTIL THE FROM DATE"
002590                 TO WS-VL-NOTE
002600             ADD 1 TO WS-PLANNED-COUNT
002610         WHEN OTHER
002620             MOVE "EFFECTIVE AS MADE" TO WS-VL-NOTE
002630     END-EVALUATE.
002640     MOVE WS-VERSION-LINE TO QM-PRINT-LINE.
002650     WRITE QM-PRINT-LINE.
