           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd day3-groups.
       01 group-record.
