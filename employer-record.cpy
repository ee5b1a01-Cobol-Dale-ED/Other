      *-----------------------------------------------------------------
      * Employer control record (EMPLOYER.DAT, one line sequential
      * record). Who we are on the year-end wage statements and the
      * electronic submission W2GEN.cbl files: the employer
      * identification number, the legal name and mailing address,
      * and the person the agency calls about the submission. Kept
      * as data for the same reason the fee policy is - a move or a
      * new contact is a file change, not a code change.
      *-----------------------------------------------------------------
       01 ER-RECORD.
           05 ER-EIN                pic 9(9).
           05 ER-NAME               pic x(57).
      * Suite or floor, then street - the submission's location and
      * delivery address lines.
           05 ER-LOCATION           pic x(22).
           05 ER-ADDRESS            pic x(22).
           05 ER-CITY               pic x(22).
           05 ER-STATE              pic x(2).
           05 ER-ZIP                pic x(5).
           05 ER-CONTACT-NAME       pic x(27).
           05 ER-CONTACT-PHONE      pic x(15).
