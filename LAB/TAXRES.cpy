      *>----------------------------------------------------------------
      *>  ATM Project - Customer tax residency record layout
      *>  One record per customer-id kept beside the KYC record: the
      *>  countries the customer is resident in for tax (up to
      *>  three, ISO two-letter codes) with the foreign tax
      *>  identification number for each, and the date the customer
      *>  signed the self-certification that declares them. Written
      *>  through Tax-Residency-Register - from Branch-Terminal at
      *>  onboarding and on later maintenance, and from the "R" lines
      *>  of Switch-In-Batch - and read by CRS-Report-Batch for the
      *>  annual reportable-account file. A zero self-certification
      *>  date means the customer has not yet certified.
      *>----------------------------------------------------------------
       01 tax-residency-record.
           05 taxr-customer-id     pic 9(5).
           05 taxr-residency occurs 3 times.
              10 taxr-country      pic x(2).
              10 taxr-tin          pic x(20).
           05 taxr-selfcert-date   pic 9(8).
           05 taxr-updated-date    pic 9(8).
           05 filler               pic x(10).
