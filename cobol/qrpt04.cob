000970                   ==QA-PROMPT-TEXT==  BY ==SW-PROMPT-TEXT==
000980                   ==QA-RESULT==       BY ==SW-RESULT==
000990                   ==QA-RESPONSE-SECS==
001000                           BY ==SW-RESPONSE-SECS==
001001                   ==QA-OPTION-EFFECTIVE==
001002                           BY ==SW-OPTION-EFFECTIVE==
001000                   ==QA-SEQUENCE-NO==  BY ==SW-SEQUENCE-NO==
001000                   ==QA-CHAIN-VALUE==  BY ==SW-CHAIN-VALUE==.
001010
001020 FD  QRPT04-FILE
001030     LABEL RECORDS ARE STANDARD.
