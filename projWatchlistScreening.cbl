
           MOVE "N" TO SCREEN-RESULT
           MOVE SPACES TO SCREEN-MATCHED-NAME
           MOVE SPACES TO SCREEN-MATCHED-SOURCE
           MOVE 0 TO SCREEN-MATCHED-DATE
           MOVE SCREEN-NAME TO WS-NAME-UPPER
           INSPECT WS-NAME-UPPER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                       WS-LIST-UPPER NOT = SPACES
                       MOVE "Y" TO SCREEN-RESULT
                       MOVE WL-NAME TO SCREEN-MATCHED-NAME
                       MOVE WL-SOURCE TO SCREEN-MATCHED-SOURCE
                       MOVE WL-LISTED-DATE TO SCREEN-MATCHED-DATE
                       MOVE "Y" TO END-OF-FILE
                    END-IF
                END-READ
