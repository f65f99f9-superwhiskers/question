000275* PEOPLE MAINTAINING DIFFERENT PROMPTS IN THE SAME WINDOW NO
000276* LONGER SILENTLY LOSE ONE SET OF CHANGES, AND THE OLD 50-RECORD
000277* CEILING ON THE CATALOG IS GONE.
000278*
000279* QO-EFFECTIVE-FROM (THE LAST PART OF THE KEY) AND
000280* QO-EFFECTIVE-THRU (YYYYMMDD) MAKE EVERY RECORD ONE VERSION OF
000281* ITS QUESTION ID/OPERATOR ID/SHIFT CODE ENTRY, SO A CHANGE CAN
000282* BE WRITTEN AHEAD OF THE NIGHT IT IS MEANT FOR WITHOUT
000283* DISTURBING THE VERSION IN FORCE TONIGHT. A VERSION IS IN
000284* EFFECT ON A DATE NOT BEFORE ITS FROM DATE AND NOT AFTER ITS
000285* THRU DATE; A FROM DATE OF SPACES OR ZEROS MEANS FROM THE
000286* BEGINNING, AND A THRU DATE OF SPACES OR 99999999 MEANS OPEN-
000287* ENDED. WHEN MORE THAN ONE VERSION OF AN ENTRY IS IN EFFECT ON
000288* A DATE, THE ONE WITH THE LATEST FROM DATE WINS - ADDING A
000289* VERSION DATED NEXT TUESDAY SUPERSEDES THE OPEN-ENDED CURRENT
000290* ONE FROM TUESDAY ON, AND SETTING A THRU DATE (QOPTMNT'S CLOSE
000291* OUT) RETIRES A VERSION SO THE ONE UNDER IT SHOWS THROUGH
000292* AGAIN. QUESTION, QREADY, AND QCOVER ALL SELECT THIS WAY, AND
000293* QUESTION STAMPS THE FROM DATE OF THE VERSION IT USED ON EVERY
000294* QAUDIT RECORD (QA-OPTION-EFFECTIVE).
000278*----------------------------------------------------------------
000280 01  QO-OPTION-RECORD.
000282     05  QO-RECORD-KEY.
000284         10  QO-QUESTION-ID          PIC X(08).
000286         10  QO-OPERATOR-ID          PIC X(08).
000288         10  QO-SHIFT-CODE           PIC X(01).
000289         10  QO-EFFECTIVE-FROM       PIC X(08).
000290     05  QO-EFFECTIVE-THRU           PIC X(08).
000300     05  QO-LANGUAGE-CODE            PIC X(02).
000305     05  QO-AUTH-LEVEL               PIC 9(02).
000306     05  QO-DUAL-CONTROL-FLAG        PIC X(01).
