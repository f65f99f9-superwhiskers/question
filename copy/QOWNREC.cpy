000010*----------------------------------------------------------------
000020* QOWNREC - QOWNER DECISION-POINT OWNERSHIP REGISTRY LAYOUT
000030*
000040* ONE RECORD PER DECISION POINT, SAYING WHO OWNS IT: THE
000050* APPLICATION THE ANSWER IS FOR, THE SUPPORT TEAM THAT ROUTES
000060* ITS PROBLEMS, THE PRIMARY AND BACKUP CONTACTS TO PAGE (NAME
000070* AND NUMBER, FREE TEXT), AND THE BUSINESS IMPACT CLASS OF A
000080* WRONG OR MISSED ANSWER. QOWNER IS AN INDEXED FILE KEYED ON
000090* QZ-QUESTION-ID AND IS MAINTAINED BY QOWNMNT, WHICH LOGS EVERY
000100* CHANGE TO QMAUDIT. QUESTION AND QREADY COPY THE OWNER ONTO THE
000110* QALERT RECORDS THEY RAISE, QRPT03 SHOWS IT AGAINST EACH
000120* EXCEPTION, AND QRPT06 PRINTS EACH APPLICATION'S MONTHLY
000130* STATEMENT FROM IT.
000140*
000150* QZ-UPDATED-BY IS THE QOPERID QOWNMNT RAN UNDER FOR THE LAST
000160* CHANGE, AND QZ-UPDATED-DATE WHEN.
000170*----------------------------------------------------------------
000180 01  QZ-OWNER-RECORD.
000190     05  QZ-QUESTION-ID              PIC X(08).
000200     05  QZ-APPLICATION-ID           PIC X(08).
000210     05  QZ-TEAM-ID                  PIC X(08).
000220     05  QZ-PRIMARY-CONTACT          PIC X(25).
000230     05  QZ-BACKUP-CONTACT           PIC X(25).
000240     05  QZ-IMPACT-CLASS             PIC X(01).
000250         88  QZ-IMPACT-CRITICAL      VALUE "1".
000260         88  QZ-IMPACT-HIGH          VALUE "2".
000270         88  QZ-IMPACT-MEDIUM        VALUE "3".
000280         88  QZ-IMPACT-LOW           VALUE "4".
000290         88  QZ-IMPACT-VALID         VALUES "1" "2" "3" "4".
000300     05  QZ-UPDATED-BY               PIC X(08).
000310     05  QZ-UPDATED-DATE             PIC X(08).
000320     05  FILLER                      PIC X(09).
