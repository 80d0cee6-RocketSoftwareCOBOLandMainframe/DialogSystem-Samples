                   MOVE "IDLE LOCK" TO dl-event
               WHEN "UNL"
                   MOVE "UNLOCKED" TO dl-event
               WHEN "BND"
                   MOVE "ENDED FOR BATCH" TO dl-event
               WHEN OTHER
                   MOVE sj-event TO dl-event
           END-EVALUATE
