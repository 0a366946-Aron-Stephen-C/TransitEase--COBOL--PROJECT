           WRITE FS-MARKER-RECORD
           CLOSE FS-MARKER-FILE

      *    The sandbox gets a contact-field key of its own. The live
      *    data/field_keys.txt and field vault are never copied in,
      *    so anything a trainee keys in is held encrypted the same
      *    way as live data, in train/data/field_vault.db under a
      *    key that opens nothing outside train/.
           CALL "SYSTEM" USING
               "cd train && backend/field_crypto NEWKEY"
               RETURNING WS-RETURN-CODE

           DISPLAY ' '
           DISPLAY 'Training sandbox ready under train/.'
           DISPLAY 'Start a session with:  cd train  then run'
