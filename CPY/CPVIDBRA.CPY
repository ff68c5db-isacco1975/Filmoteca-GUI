              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-BORROWERS
              RECORD KEY   IS BRW-ID
              ALTERNATE RECORD KEY IS BRW-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS BRW-HOUSEHOLD-ID
                                   WITH DUPLICATES.
