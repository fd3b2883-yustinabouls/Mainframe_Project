
       fd run-control-file
           data record is run-control-rec
           record contains 13 characters.

      *Run mode D asks for a dry run - JobDriver sends the
      *chain's output to the dry-run area instead of the live
      *files
       01 run-control-rec.
         05 rc-batch-date pic 9(8).
         05 rc-batch-number pic 9(4).
         05 rc-run-mode pic x.

       working-storage section.

