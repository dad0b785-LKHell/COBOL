      *>  an out-of-town drawee clears slower than a local one - and
      *>  Cheque-Hold-Batch releases each cheque's portion of the
      *>  hold on its own schedule, which is the partial availability
      *>  our hold policy actually promises customers. Separately,
      *>  Outward-Clearing-Batch sends each cheque drawn on another
      *>  bank to the clearing house for collection and stamps it
      *>  presented with the batch reference it went out under;
      *>  Cheque-Return-Batch matches bounces against that reference
      *>  and the clearing house's paid advices mark it paid.
      *>----------------------------------------------------------------
       01 cheque-detail-record.
           05 chqdet-seq-no        pic 9(9).
              88  chqdet-is-pending  value "P".
              88  chqdet-is-cleared  value "C".
              88  chqdet-is-returned value "R".
           05 chqdet-clearing-status pic x(1).
              88  chqdet-not-presented value space.
              88  chqdet-is-presented  value "S".
              88  chqdet-is-paid       value "P".
              88  chqdet-is-bounced    value "R".
           05 chqdet-batch-ref     pic 9(9).
           05 chqdet-presented-date pic 9(8).
