      *    provisioning requirement (calorie-plan-req.dat), rewritten
      *    by every calorie-plan run: one line per food on the packing
      *    list with the quantity the expedition must carry. the
      *    days-of-supply report sets camp stock against it.
       01 fpl-record.
           05 fpl-code pic x(8).
           05 fpl-qty pic 9(9).
           05 fpl-trip-days pic 9(3).
           05 fpl-elves pic 9(5).
           05 fpl-plan-date pic x(8).
