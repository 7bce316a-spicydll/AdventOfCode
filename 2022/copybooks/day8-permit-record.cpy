      *    treehouse site permit record (day8permits.dat), one per
      *    application, by permit number. pmt-grid, pmt-row and
      *    pmt-col name a candidate site from day8sites.dat. a permit
      *    is applied for 'A' and then approved 'P' or rejected 'J'
      *    by a named approver on pmt-decided. an approved site is
      *    protected: day8-fell will not remove the tree on it or in
      *    its sightline and day8-upd raises an exception when a
      *    height change lands on it.
       01 pmt-record.
           05 pmt-number pic 9(6).
           05 pmt-grid pic 9(3).
           05 pmt-row pic 9(2).
           05 pmt-col pic 9(2).
           05 pmt-applicant pic x(20).
           05 pmt-applied pic x(8).
           05 pmt-status pic x(1).
               88 pmt-pending value 'A'.
               88 pmt-approved value 'P'.
               88 pmt-rejected value 'J'.
           05 pmt-decided pic x(8).
           05 pmt-approver pic x(20).
           05 pmt-operator pic x(4).
