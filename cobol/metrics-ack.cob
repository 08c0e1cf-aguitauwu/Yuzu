                       OR AQ-EVENT = "BURN_FAST"
                       OR AQ-EVENT = "BURN_SLOW"
                       OR AQ-EVENT = "ESCALATED"
                       OR AQ-EVENT = "CRASHLOOP"
                       OR AQ-EVENT = "OUTLIER"
                       OR AQ-EVENT = SPACES)
                   AND AQ-ACK NOT = 'Y'
               MOVE 'Y' TO AQ-ACK
