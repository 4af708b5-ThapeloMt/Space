      *Customer notice production engine
      *Takes the pending rows on the notice trigger file - dormancy
      *warnings raised by projDormantUpdate, rate changes from
      *projFxRateMaintenance, renewal card dispatch notices from
      *projCardRenewal, and any hand-keyed (account, type,
      *text) rows such as fee schedule changes - merges each with
      *the customer's CONTACT-RECORD and the bank banner, and
      *produces the day's letters through the shared report writer
