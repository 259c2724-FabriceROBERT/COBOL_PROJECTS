                                          NTF-SEP-3 NTF-SEP-4
                                          NTF-SEP-5 NTF-SEP-6
                                          NTF-SEP-7 NTF-SEP-8
                                          NTF-SEP-9 NTF-SEP-10
                                          NTF-SEP-11
               MOVE VISITOR-NAME         TO NTF-VISITOR-NAME
               MOVE VISITOR-PURPOSE      TO NTF-PURPOSE
               MOVE VISITOR-BADGE-NO     TO NTF-BADGE-NO
               MOVE WS-HOST-FOUND-SW     TO NTF-HOST-FOUND
               MOVE 'P'                  TO NTF-DELIVERED
               MOVE LK-GROUP-SIZE        TO NTF-GROUP-SIZE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO NTF-NOTICE-DATE
               MOVE VISITOR-SITE         TO NTF-SITE
               WRITE NOTIFY-QUEUE-RECORD
               IF NOT NOTIFY-OK
                   DISPLAY 'ATTENTION - ecriture NOTIFYQ echouee, '
