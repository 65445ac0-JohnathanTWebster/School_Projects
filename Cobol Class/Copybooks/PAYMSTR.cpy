      * pending, 'V' = agency matched, 'M' = agency mismatch (the
      * employee is held out of year-end output until corrected).
           05 SSN-Verif-Flag     pic x(01).
      * Authorized position the employee fills (Pay_Position.dat),
      * carved from the last of the filler - extracts cut before
      * position control read as spaces, no position on file.
           05 Position-Number    pic x(06).
