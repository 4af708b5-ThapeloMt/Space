      *One record per notice owed to a customer, appended by
      *whichever step raised it (dormancy warnings from
      *projDormantUpdate, rate changes from projFxRateMaintenance,
      *card dispatch notices from projCardRenewal, hand-keyed rows
      *for anything else) and consumed by
      *projNoticeEngine, which merges the trigger with the contact
      *file and the bank banner into a letter. An account of zero
      *means a broadcast notice with no individual addressee.
