000056*                  LIVE AUDIT TRAIL PARTIAL WHILE THE RUN ENDED
000057*                  RC=0 AND THE COUNTS CLAIMED SUCCESS. QAUDWORK
000058*                  IS LEFT INTACT FOR RECOVERY.
000059* 2026-10-15  RPH  THE REBUILT QAUDIT IS NOW READ BACK AND
000061*                  COMPARED RECORD FOR RECORD AGAINST QAUDWORK,
000062*                  AND ITS COUNT AGAINST THE RECORDS KEPT, BEFORE
000063*                  THE RUN ENDS CLEAN - A SHORT, LONG, OR ALTERED
000064*                  COPY NOW ABORTS RC=12 LIKE A FAILED WRITE,
000065*                  WITH QAUDWORK LEFT INTACT FOR RECOVERY. THE
000066*                  SEQUENCE NUMBERS EITHER SIDE OF THE ARCHIVE/
000067*                  LIVE BOUNDARY ARE SHOWN SO QAUDCHK'S BOUNDARY
000068*                  CHECK CAN BE TIED TO THE RUN THAT MADE IT.
000069* 2026-10-15  RPH  THE QDECISN DECISION REPOSITORY IS NOW TRIMMED
000069*                  THE SAME WAY AS QRESTRT: RECORDS WHOSE WINDOW
000069*                  RUN DATE IS BEFORE THE CUTOFF ARE COPIED TO
000069*                  QDECARCH AND DELETED IN PLACE.
000059*----------------------------------------------------------------
000060
000070 IDENTIFICATION DIVISION.
000120 DATE-COMPILED.
000130
000140*----------------------------------------------------------------
000150* QARCHIV IS THE HOUSEKEEPING RUN FOR THE QAUDIT, QRESTRT, AND
000155* QDECISN FILES. ALL ARE WRITTEN BY QUESTION AND NOTHING ELSE
000170* TRIMS THEM, SO THEY GROW WITHOUT BOUND UNTIL THE ALLOCATION
000180* FILLS; RUN THIS IN THE QUIET WINDOW TO COPY RECORDS OLDER THAN
000190* THE SITE'S RETENTION PERIOD TO THE ARCHIVE FILES (QAUDARCH,
000200* QRSTARCH, AND QDECARCH - POINT EACH DD AT A DATED DATASET, E.G.
000210* A GDG GENERATION, SO EACH RUN'S ARCHIVE IS IDENTIFIABLE) AND
000220* REWRITE THE LIVE FILES WITH ONLY THE RECENT RECORDS.
000230*
000240* THE RETENTION PERIOD ARRIVES IN THE QRETDAYS ENVIRONMENT
000250* SETTING AS FOUR DIGITS WITH LEADING ZEROS (E.G. 0090 FOR
000270* THE RUN WITH RC=16 AND TOUCHES NOTHING - A PURGE DRIVEN BY A
000280* GUESSED RETENTION IS WORSE THAN NO PURGE AT ALL.
000290*
000300* ARCHIVE RECORDS CARRY EXACTLY THE QAUDREC/QRSTREC/QDECREC
000310* LAYOUTS THE LIVE FILES DO, SO THE REPORTING SIDE STAYS ABLE TO
000315* READ THEM:
000320* AN AUDITOR ASKING ABOUT A DECISION FROM LAST QUARTER IS
000330* ANSWERED BY POINTING QRPT02'S (OR QRPT03'S) QAUDIT DD AT THE
000340* ARCHIVE GENERATION THAT COVERS THE QUARTER.
000610     SELECT QRSTARCH-FILE ASSIGN TO "QRSTARCH"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-QRSTARCH-STATUS.
000640
000650     SELECT QDECISN-FILE ASSIGN TO "QDECISN"
000652         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS SEQUENTIAL
000656         RECORD KEY IS QD-RECORD-KEY
000658         FILE STATUS IS WS-QDECISN-STATUS.
000660
000662     SELECT QDECARCH-FILE ASSIGN TO "QDECARCH"
000664         ORGANIZATION IS SEQUENTIAL
000666         FILE STATUS IS WS-QDECARCH-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
001020                   ==QA-PROMPT-TEXT==  BY ==AA-PROMPT-TEXT==
001030                   ==QA-RESULT==       BY ==AA-RESULT==
001032                   ==QA-RESPONSE-SECS==
001034                           BY ==AA-RESPONSE-SECS==
001035                   ==QA-OPTION-EFFECTIVE==
001036                           BY ==AA-OPTION-EFFECTIVE==
001034                   ==QA-SEQUENCE-NO==  BY ==AA-SEQUENCE-NO==
001034                   ==QA-CHAIN-VALUE==  BY ==AA-CHAIN-VALUE==.
001040
001050 FD  QAUDWORK-FILE
001060     LABEL RECORDS ARE STANDARD.
001320                   ==QA-PROMPT-TEXT==  BY ==AW-PROMPT-TEXT==
001330                   ==QA-RESULT==       BY ==AW-RESULT==
001332                   ==QA-RESPONSE-SECS==
001334                           BY ==AW-RESPONSE-SECS==
001335                   ==QA-OPTION-EFFECTIVE==
001336                           BY ==AW-OPTION-EFFECTIVE==
001334                   ==QA-SEQUENCE-NO==  BY ==AW-SEQUENCE-NO==
001334                   ==QA-CHAIN-VALUE==  BY ==AW-CHAIN-VALUE==.
001340
001350 FD  QRESTRT-FILE
001360     LABEL RECORDS ARE STANDARD.
001470                   ==QR-RUN-DATE==       BY ==RA-RUN-DATE==
001480                   ==QR-RUN-TIME==       BY ==RA-RUN-TIME==.
001490
001500 FD  QDECISN-FILE
001510     LABEL RECORDS ARE STANDARD.
001520     COPY QDECREC.
001530
001540 FD  QDECARCH-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY QDECREC
001562         REPLACING ==QD-DECISION-RECORD==
001563                           BY ==DA-DECISION-RECORD==
001564                   ==QD-RECORD-KEY==     BY ==DA-RECORD-KEY==
001566                   ==QD-RUN-DATE==       BY ==DA-RUN-DATE==
001568                   ==QD-QUESTION-ID==    BY ==DA-QUESTION-ID==
001570                   ==QD-JOB-NAME==       BY ==DA-JOB-NAME==
001572                   ==QD-STEP-NAME==      BY ==DA-STEP-NAME==
001574                   ==QD-OPERATOR-ID==    BY ==DA-OPERATOR-ID==
001576                   ==QD-SHIFT-CODE==     BY ==DA-SHIFT-CODE==
001578                   ==QD-EVENT-TYPE==     BY ==DA-EVENT-TYPE==
001580                   ==QD-EVENT-ANSWERED== BY ==DA-EVENT-ANSWERED==
001582                   ==QD-EVENT-DEFAULTED==
001584                           BY ==DA-EVENT-DEFAULTED==
001586                   ==QD-EVENT-STAGED==   BY ==DA-EVENT-STAGED==
001588                   ==QD-EVENT-RESTART-REUSE==
001590                           BY ==DA-EVENT-RESTART-REUSE==
001592                   ==QD-RESULT==         BY ==DA-RESULT==
001594                   ==QD-MATCH-POSITION== BY ==DA-MATCH-POSITION==
001596                   ==QD-POSTED-DATE==    BY ==DA-POSTED-DATE==
001598                   ==QD-POSTED-TIME==    BY ==DA-POSTED-TIME==.
001600
001610 WORKING-STORAGE SECTION.
001620 01  WS-QAUDIT-STATUS            PIC X(02) VALUE SPACES.
001640 01  WS-QAUDWORK-STATUS          PIC X(02) VALUE SPACES.
001650 01  WS-QRESTRT-STATUS           PIC X(02) VALUE SPACES.
001660 01  WS-QRSTARCH-STATUS          PIC X(02) VALUE SPACES.
001662 01  WS-QDECISN-STATUS           PIC X(02) VALUE SPACES.
001664 01  WS-QDECARCH-STATUS          PIC X(02) VALUE SPACES.
001680
001690*----------------------------------------------------------------
001700* RETENTION PERIOD FROM QRETDAYS AND THE CUTOFF DATE COMPUTED
001890 01  WS-AUDIT-ARCH-COUNT         PIC 9(07) VALUE ZERO.
001900 01  WS-RESTART-KEPT-COUNT       PIC 9(07) VALUE ZERO.
001910 01  WS-RESTART-ARCH-COUNT       PIC 9(07) VALUE ZERO.
001911 01  WS-DECISION-KEPT-COUNT      PIC 9(07) VALUE ZERO.
001911 01  WS-DECISION-ARCH-COUNT      PIC 9(07) VALUE ZERO.
001912
001913*----------------------------------------------------------------
001914* REBUILD VERIFICATION - RECORDS READ BACK FROM THE REBUILT
001915* QAUDIT, AND THE SEQUENCE NUMBERS OF THE LAST RECORD ARCHIVED
001916* AND THE FIRST RECORD KEPT.
001917*----------------------------------------------------------------
001918 01  WS-AUDIT-VERIFY-COUNT       PIC 9(07) VALUE ZERO.
001919 01  WS-REBUILD-BAD-FLAG         PIC X(01) VALUE "N".
001921     88  WS-REBUILD-BAD          VALUE "Y".
001922 01  WS-REBUILD-REASON           PIC X(40) VALUE SPACES.
001923 01  WS-LAST-ARCH-SEQUENCE-NO    PIC 9(09) VALUE ZERO.
001924 01  WS-FIRST-KEPT-SEQUENCE-NO   PIC 9(09) VALUE ZERO.
001920
001930 PROCEDURE DIVISION.
001940 MAIN.
002000
002010     PERFORM ARCHIVE-QAUDIT-FILE.
002020     PERFORM ARCHIVE-QRESTRT-FILE.
002025     PERFORM ARCHIVE-QDECISN-FILE.
002030
002040     DISPLAY "QARCHIV - QAUDIT:  " WS-AUDIT-KEPT-COUNT
002050         " KEPT, " WS-AUDIT-ARCH-COUNT " ARCHIVED".
002052     DISPLAY "QARCHIV - QAUDIT:  LAST ARCHIVED SEQUENCE "
002054         WS-LAST-ARCH-SEQUENCE-NO ", FIRST KEPT SEQUENCE "
002056         WS-FIRST-KEPT-SEQUENCE-NO.
002060     DISPLAY "QARCHIV - QRESTRT: " WS-RESTART-KEPT-COUNT
002070         " KEPT, " WS-RESTART-ARCH-COUNT " ARCHIVED".
002072     DISPLAY "QARCHIV - QDECISN: " WS-DECISION-KEPT-COUNT
002074         " KEPT, " WS-DECISION-ARCH-COUNT " ARCHIVED".
002080     STOP RUN.
002090
002100*----------------------------------------------------------------
002690             UNTIL WS-QAUDIT-STATUS NOT EQUAL "00"
002700         CLOSE QAUDIT-FILE QAUDARCH-FILE QAUDWORK-FILE
002710         PERFORM REWRITE-QAUDIT-FROM-WORK
002715         PERFORM VERIFY-QAUDIT-REBUILD
002720     END-IF.
002730
002740 SPLIT-ONE-QAUDIT-RECORD.
002814                     PERFORM ABORT-SPLIT-FAILURE
002816                 END-IF
002820                 ADD 1 TO WS-AUDIT-KEPT-COUNT
002822                 IF WS-AUDIT-KEPT-COUNT EQUAL 1
002824                     AND QA-SEQUENCE-NO NUMERIC
002826                     MOVE QA-SEQUENCE-NO
002828                         TO WS-FIRST-KEPT-SEQUENCE-NO
002829                 END-IF
002830             ELSE
002840                 WRITE AA-AUDIT-RECORD FROM QA-AUDIT-RECORD
002842                 IF WS-QAUDARCH-STATUS NOT EQUAL "00"
002844                     PERFORM ABORT-SPLIT-FAILURE
002846                 END-IF
002850                 ADD 1 TO WS-AUDIT-ARCH-COUNT
002852                 IF QA-SEQUENCE-NO NUMERIC
002854                     MOVE QA-SEQUENCE-NO
002856                         TO WS-LAST-ARCH-SEQUENCE-NO
002858                 END-IF
002860             END-IF
002870     END-READ.
002872
002882         "(QAUDARCH " WS-QAUDARCH-STATUS
002883         " QAUDWORK " WS-QAUDWORK-STATUS
002884         " QRSTARCH " WS-QRSTARCH-STATUS
002884         " QDECARCH " WS-QDECARCH-STATUS
002885         ") - NOTHING PURGED WITHOUT ITS COPY - ABORTING RUN".
002886     MOVE 12 TO RETURN-CODE.
002887     STOP RUN.
003034         "RECOVER THE KEPT RECORDS FROM QAUDWORK - ABORTING RUN".
003035     MOVE 12 TO RETURN-CODE.
003036     STOP RUN.
003037
003038*----------------------------------------------------------------
003039* VERIFY-QAUDIT-REBUILD - READ THE REBUILT QAUDIT BACK ALONGSIDE
003041* QAUDWORK AND HOLD THEM TO EACH OTHER RECORD FOR RECORD: SAME
003042* IMAGE, SAME NUMBER OF RECORDS, AND THAT NUMBER THE COUNT KEPT
003043* BY THE SPLIT. A WRITE THAT RETURNED "00" BUT LEFT A SHORT OR
003044* ALTERED COPY IS CAUGHT HERE RATHER THAN BY THE NEXT AUDITOR.
003045*----------------------------------------------------------------
003046 VERIFY-QAUDIT-REBUILD.
003047     MOVE ZERO TO WS-AUDIT-VERIFY-COUNT.
003048     OPEN INPUT QAUDWORK-FILE.
003049     OPEN INPUT QAUDIT-FILE.
003051     IF WS-QAUDWORK-STATUS NOT EQUAL "00"
003052         OR WS-QAUDIT-STATUS NOT EQUAL "00"
003053         MOVE "REBUILT FILE COULD NOT BE REOPENED"
003054             TO WS-REBUILD-REASON
003055         PERFORM ABORT-REBUILD-MISMATCH
003056     END-IF.
003057     PERFORM VERIFY-ONE-REBUILT-RECORD
003058         UNTIL WS-QAUDWORK-STATUS NOT EQUAL "00".
003059     READ QAUDIT-FILE
003061         AT END
003062             CONTINUE
003063         NOT AT END
003064             MOVE "REBUILT QAUDIT LONGER THAN QAUDWORK"
003065                 TO WS-REBUILD-REASON
003066             PERFORM ABORT-REBUILD-MISMATCH
003067     END-READ.
003068     CLOSE QAUDWORK-FILE QAUDIT-FILE.
003069     IF WS-AUDIT-VERIFY-COUNT NOT EQUAL WS-AUDIT-KEPT-COUNT
003071         MOVE "REBUILT COUNT DIFFERS FROM RECORDS KEPT"
003072             TO WS-REBUILD-REASON
003073         PERFORM ABORT-REBUILD-MISMATCH
003074     END-IF.
003075
003076 VERIFY-ONE-REBUILT-RECORD.
003077     READ QAUDWORK-FILE
003078         AT END
003079             CONTINUE
003081         NOT AT END
003082             READ QAUDIT-FILE
003083                 AT END
003084                     MOVE "REBUILT QAUDIT SHORTER THAN QAUDWORK"
003085                         TO WS-REBUILD-REASON
003086                     PERFORM ABORT-REBUILD-MISMATCH
003087                 NOT AT END
003088                     ADD 1 TO WS-AUDIT-VERIFY-COUNT
003089                     IF QA-AUDIT-RECORD NOT EQUAL AW-AUDIT-RECORD
003091                         MOVE "REBUILT RECORD NOT EQUAL QAUDWORK"
003092                             TO WS-REBUILD-REASON
003093                         PERFORM ABORT-REBUILD-MISMATCH
003094                     END-IF
003095             END-READ
003096     END-READ.
003097
003098*----------------------------------------------------------------
003099* ABORT-REBUILD-MISMATCH - THE REBUILT LIVE FILE IS NOT A FAITHFUL
003101* COPY OF THE KEPT RECORDS. SAME TREATMENT AS A FAILED REBUILD
003102* WRITE: RC=12, AND QAUDWORK LEFT INTACT FOR RECOVERY.
003103*----------------------------------------------------------------
003104 ABORT-REBUILD-MISMATCH.
003105     DISPLAY "QARCHIV - QAUDIT REBUILD DOES NOT MATCH QAUDWORK ("
003106         WS-REBUILD-REASON ") AT RECORD " WS-AUDIT-VERIFY-COUNT
003107         " - RECOVER THE KEPT RECORDS FROM QAUDWORK - "
003108         "ABORTING RUN".
003109     MOVE 12 TO RETURN-CODE.
003111     STOP RUN.
003112
003040*----------------------------------------------------------------
003050* ARCHIVE-QRESTRT-FILE - READ THE INDEXED CHECKPOINT/RESTART FILE
003060* IN KEY SEQUENCE AND DELETE EACH RECORD OLDER THAN THE CUTOFF IN
003400                 ADD 1 TO WS-RESTART-ARCH-COUNT
003410             END-IF
003420     END-READ.
003430
003440*----------------------------------------------------------------
003450* ARCHIVE-QDECISN-FILE - THE DECISION REPOSITORY IS TRIMMED LIKE
003460* QRESTRT: READ IN KEY SEQUENCE, AND EACH RECORD WHOSE WINDOW RUN
003470* DATE IS BEFORE THE CUTOFF IS COPIED TO QDECARCH AND DELETED IN
003480* PLACE. A SITE THAT DOES NOT ALLOCATE QDECISN HAS NOTHING TO
003490* TRIM.
003500*----------------------------------------------------------------
003510 ARCHIVE-QDECISN-FILE.
003520     OPEN I-O QDECISN-FILE.
003530     IF WS-QDECISN-STATUS NOT EQUAL "00"
003540         DISPLAY "QARCHIV - QDECISN NOT AVAILABLE (STATUS "
003550             WS-QDECISN-STATUS ") - NOTHING TO TRIM"
003560     ELSE
003570         OPEN EXTEND QDECARCH-FILE
003580         IF WS-QDECARCH-STATUS EQUAL "05"
003590             OR WS-QDECARCH-STATUS EQUAL "35"
003600             OPEN OUTPUT QDECARCH-FILE
003610         END-IF
003620         PERFORM SPLIT-ONE-QDECISN-RECORD
003630             UNTIL WS-QDECISN-STATUS NOT EQUAL "00"
003640         CLOSE QDECISN-FILE QDECARCH-FILE
003650     END-IF.
003660
003670 SPLIT-ONE-QDECISN-RECORD.
003680     READ QDECISN-FILE NEXT RECORD
003690         AT END
003700             CONTINUE
003710         NOT AT END
003720             IF QD-RUN-DATE NUMERIC
003730                 AND QD-RUN-DATE NOT LESS THAN WS-CUTOFF-DATE
003740                 ADD 1 TO WS-DECISION-KEPT-COUNT
003750             ELSE
003760                 WRITE DA-DECISION-RECORD FROM QD-DECISION-RECORD
003770                 IF WS-QDECARCH-STATUS NOT EQUAL "00"
003780                     PERFORM ABORT-SPLIT-FAILURE
003790                 END-IF
003800                 DELETE QDECISN-FILE
003810                 ADD 1 TO WS-DECISION-ARCH-COUNT
003820             END-IF
003830     END-READ.
