      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   AN ALLOCATE CARRIES AN ALLOCATION RULE ID IN
      *>                  THE ACCOUNT FIELD, NOT AN ACCOUNT, SO IT IS
      *>                  NO LONGER BOUNCED AS AN UNKNOWN ACCOUNT --
      *>                  THE SCREEN ONLY INSISTS ON A RULE ID AND
      *>                  CALCEDIT EDITS THE RULE ITSELF.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENT.
                   PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
               END-IF
           ELSE
               IF WS-OP-TYPE = "L"
                   IF WS-ACCOUNT-REF = SPACES OR
                           WS-ACCOUNT-REF = LOW-VALUES
                       MOVE "RULE ID REQUIRED FOR ALLOCATE" TO MMSGO
                       PERFORM 8000-SHOW-BATCH-STATUS THRU 8000-EXIT
                       PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
                   END-IF
               ELSE
                   IF WS-OP-TYPE NOT = "E"
                       PERFORM 2300-EDIT-ACCOUNT THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
