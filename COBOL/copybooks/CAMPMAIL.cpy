      *> Direct-mail campaign mailed list, one file per campaign
      *> (MAILED.<campaign code>), written by the selection run
      *> (CAMPSEL) alongside the campaign's label file and read back
      *> by the response report (CAMPRESP).  One record per customer
      *> mailed, plus one per seed address (cm-seed) -- the house
      *> addresses slipped into the mailing to prove it was delivered,
      *> which are never counted as responders.
       01  campaign-mail-rec.
           05  cm-campaign-code        pic x(6).
           05  cm-customer-key         pic x(12).
           05  cm-seed-sw              pic x(1).
               88  cm-seed                 value 'S'.
           05  cm-label-name           pic x(20).
           05  cm-mail-date            pic 9(8).
           05  cm-window-end           pic 9(8).
      *>   the customer's measures as of the selection
           05  cm-trans-count          pic 9(5).
           05  cm-total-purchases      pic 9(8).
           05  cm-last-activity        pic 9(6).
      *>   the customer number -- zero on a seed record
           05  cm-customer-no          pic 9(7).
