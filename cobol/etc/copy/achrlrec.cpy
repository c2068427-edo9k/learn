      * one ach file released to the bank -- written by the
      * release gate once a second operator has approved the
      * file, and read back so the same file is never sent
      * twice.  a file is known by its name, the creation date
      * on its file header and its control totals; a rerun that
      * writes new figures under the same name is a new file.
       01  ach-release-record.
           02  ar-file-name          pic x(20).
           02  ar-file-date          pic x(06).
           02  ar-entry-count        pic 9(08).
           02  ar-entry-hash         pic 9(10).
           02  ar-total-debit        pic 9(10)v99.
           02  ar-total-credit       pic 9(10)v99.
      * the name the file went out under -- what the bank upload
      * picks up
           02  ar-outbound-name      pic x(20).
           02  ar-release-date       pic x(08).
           02  ar-release-time       pic x(06).
      * who prepared the release and who approved it; the
      * approver is never the operator who produced the file
           02  ar-prepared-by        pic x(10).
           02  ar-approved-by        pic x(10).
