      *until the balances are released or transferred.
        05 CIF-ESTATE-FLAG         PIC X(1).
           88 CIF-ESTATE           VALUE "Y".
      *Individual or business customer. A business (company, trust,
      *partnership) carries its registration number and operates
      *its accounts through the signatory mandate on each account.
      *Spaces on records written before the type existed read as
      *an individual.
        05 CIF-CUSTOMER-TYPE       PIC X(1).
           88 CIF-INDIVIDUAL       VALUE "I" SPACE.
           88 CIF-BUSINESS         VALUE "B".
        05 CIF-REGISTRATION-NUM    PIC X(20).
      *Date of birth of an individual, zero where it has not been
      *captured. A customer under PARM-MAJORITY-AGE on this date is
      *a minor whose accounts are operated through a guardian.
        05 CIF-DATE-OF-BIRTH       PIC 9(8).
      *Tax residency for the annual foreign-account reporting: up
      *to three countries (ISO code) the customer is resident in
      *for tax, each with its taxpayer identification number, and
      *whether a signed self-certification is held and its date.
      *The indicia flag is raised by projTaxIndicia when the
      *contact details point abroad and no self-certification is
      *held, and cleared once one is captured.
        05 CIF-TAX-RESIDENCIES.
         10 CIF-TAX-RESIDENCY OCCURS 3 TIMES.
          15 CIF-TAX-COUNTRY       PIC X(2).
          15 CIF-TAX-TIN           PIC X(20).
        05 CIF-SELF-CERT-STATUS    PIC X(1).
           88 CIF-SELF-CERT-HELD   VALUE "Y".
        05 CIF-SELF-CERT-DATE      PIC 9(8).
        05 CIF-TAX-INDICIA         PIC X(1).
           88 CIF-INDICIA-FOUND    VALUE "Y".
      *Date the customer relationship was closed (every account
      *closed first), and the date projDataErasure anonymised the
      *personal details once PARM-RETENTION-YEARS had passed. Zero
      *while open / not yet erased.
        05 CIF-CLOSED-DATE         PIC 9(8).
        05 CIF-ERASED-DATE         PIC 9(8).
