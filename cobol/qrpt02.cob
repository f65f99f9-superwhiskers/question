000870                   ==QA-PROMPT-TEXT==  BY ==SW-PROMPT-TEXT==
000880                   ==QA-RESULT==       BY ==SW-RESULT==
000882                   ==QA-RESPONSE-SECS==
000884                           BY ==SW-RESPONSE-SECS==
000885                   ==QA-OPTION-EFFECTIVE==
000886                           BY ==SW-OPTION-EFFECTIVE==
000884                   ==QA-SEQUENCE-NO==  BY ==SW-SEQUENCE-NO==
000884                   ==QA-CHAIN-VALUE==  BY ==SW-CHAIN-VALUE==.
000890
000900 FD  QRPT02-FILE
000910     LABEL RECORDS ARE STANDARD.
