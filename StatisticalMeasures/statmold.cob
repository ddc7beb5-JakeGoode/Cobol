      at end move 'Y' to eof-flag
   end-read.

   *>Skip an optional header record (the old H record or the *HDR
   *>feed header statrecv checks); the real first data row follows.
   if eof-flag = 'N'
         and (rec-type = 'H' or input-value-record(1:4) = "*HDR")
      read input-file into input-value-record
         at end move 'Y' to eof-flag
      end-read
      at end move 'Y' to eof-flag
   end-read.

   *>Skip an optional header record (the old H record or the *HDR
   *>feed header statrecv checks); the real first data row follows.
   if eof-flag = 'N'
         and (rec-type = 'H' or input-value-record(1:4) = "*HDR")
      read input-file into input-value-record
         at end move 'Y' to eof-flag
      end-read
