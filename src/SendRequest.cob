           PERFORM PRT
           MOVE "2. Back to Main Menu" TO WS-TEXT
           PERFORM PRT
           MOVE "3. Endorse a Skill" TO WS-TEXT
           PERFORM PRT
           MOVE "4. Block This User" TO WS-TEXT
           PERFORM PRT
           MOVE "5. Report This User" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "1" PERFORM SEND-CONNECTION-REQUEST
               WHEN "2" CONTINUE
               WHEN "3" PERFORM ENDORSE-SKILL
               WHEN "4"
                   MOVE WS-FOUND-ACCT-USER TO WS-BLOCK-TARGET
                   PERFORM BLOCK-USER
               WHEN "5" PERFORM REPORT-ACCOUNT
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> SEND-CONNECTION-REQUEST: validates and sends a request
      *> ---------------------------------------------------------------
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
      *> Check for a block either way; a request to someone who has
      *> blocked the sender is dropped without telling the sender
           MOVE WS-FOUND-ACCT-USER TO WS-BLOCK-TARGET
           PERFORM CHECK-BLOCK-PAIR
           IF WS-I-BLOCKED = "Y"
               MOVE "You have blocked this user." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
      *> Check existing connections and pending requests
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST = "35"
                   PERFORM PRT
               WHEN "S"
                   MOVE
             "You have already sent a connection request to this user."
                     TO WS-TEXT
                   PERFORM PRT
               WHEN "R"
                     TO WS-TEXT
                   PERFORM PRT
               WHEN "N"
                   IF WS-BLOCKED-BY-THEM = "N"
                       OPEN EXTEND CONN-FILE
                       MOVE WS-UIN TO CONN-SENDER
                       MOVE WS-FOUND-ACCT-USER TO CONN-RECIP
                       MOVE "P" TO CONN-STATUS
                       WRITE CONN-REC
                       CLOSE CONN-FILE
                   END-IF
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "Connection request sent to "
