      *Interest Rate Table Databook
      *One record per product rate key (PROD-RATE-KEY on the product
      *master), balance band, and effective date.
      *RATE-BAND-FLOOR is the lowest balance the band applies to; the
      *interest step picks the highest applicable band, then the most
      *recent effective date not after the run date, so any interest
