               88 NH-WAS-DELIVERED-WS VALUE "D".
               88 NH-WAS-BOUNCED-WS VALUE "B".
               88 NH-PHONED-WS VALUE "P".
           05 NH-BATCH-NUM-WS PIC 9(8).
