000010*----------------------------------------------------------------
000020* QRCWREC - QRECWORK ACCESS RECERTIFICATION WORKSHEET LAYOUT
000030*
000040* ONE RECORD PER QOPERS OPERATOR, WRITTEN BY QRECERT'S REVIEW
000050* RUN WITH WHAT THE REVIEW PERIOD'S QAUDIT HISTORY SHOWS:
000060* QJ-AUTH-LEVEL IS THE LEVEL ON QOPERS AT THE REVIEW,
000070* QJ-USED-LEVEL THE HIGHEST QO-AUTH-LEVEL OF ANY PROMPT THE
000080* OPERATOR ANSWERED, CONFIRMED, OR APPROVED IN THE PERIOD (OF
000082* THOSE WHOSE QOPTIONS VERSION IS STILL ON FILE - OVER-AUTH IS
000084* NEVER RAISED WHEN ANY IS NOT), AND
000090* QJ-LAST-ACTIVE THE LAST DATE THEY DID ANY OF THOSE (SPACES
000100* WHEN THE HISTORY SUPPLIED SHOWS NONE). EACH FLAG BYTE HOLDS
000110* ITS LETTER WHEN RAISED, SPACE OTHERWISE, AND QJ-SUGGESTED IS
000120* THE ACTION THE FLAGS POINT TO.
000130*
000140* THE APPROVER MARKS QJ-DECISION - "K" KEEP AS IS, "L" LOWER TO
000150* QJ-NEW-LEVEL (PRE-FILLED WITH THE LEVEL ACTUALLY USED), "R"
000160* REVOKE - AND PUTS THEIR OWN ID IN QJ-APPROVER-ID. QRECERT'S
000170* DECK RUN THEN TURNS THE MARKED WORKSHEET INTO A QOPRTRAN
000180* CHANGE DECK FOR QOPRMNT'S BATCH MODE.
000190*----------------------------------------------------------------
000200 01  QJ-RECERT-WORK-RECORD.
000210     05  QJ-OPERATOR-ID              PIC X(08).
000220     05  QJ-OPERATOR-NAME            PIC X(25).
000230     05  QJ-AUTH-LEVEL               PIC 9(02).
000240     05  QJ-USED-LEVEL               PIC 9(02).
000250     05  QJ-LAST-ACTIVE              PIC X(08).
000260     05  QJ-FLAGS.
000270         10  QJ-FLAG-DORMANT         PIC X(01).
000280         10  QJ-FLAG-OVER-AUTH       PIC X(01).
000290         10  QJ-FLAG-FORCE-CHANGE    PIC X(01).
000300         10  QJ-FLAG-NO-CODE         PIC X(01).
000310     05  QJ-SUGGESTED                PIC X(01).
000320     05  QJ-DECISION                 PIC X(01).
000330         88  QJ-DECISION-KEEP        VALUE "K".
000340         88  QJ-DECISION-LOWER       VALUE "L".
000350         88  QJ-DECISION-REVOKE      VALUE "R".
000360     05  QJ-NEW-LEVEL                PIC X(02).
000370     05  QJ-APPROVER-ID              PIC X(08).
000380     05  QJ-REVIEW-THRU              PIC X(08).
000390     05  FILLER                      PIC X(11).
