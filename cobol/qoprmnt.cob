000422*----------------------------------------------------------------
000423 01  WS-MAINTAINER-ID            PIC X(08) VALUE SPACES.
000424 01  WS-MAINT-ACTION             PIC X(01) VALUE "A".
000426 01  WS-MAINT-BEFORE-IMAGE       PIC X(206) VALUE SPACES.
000427 01  WS-MAINT-AFTER-IMAGE        PIC X(206) VALUE SPACES.
000428
000444*----------------------------------------------------------------
000445* BATCH TRANSACTION MODE WORK AREAS - QBATCH "Y" SWITCHES THE
