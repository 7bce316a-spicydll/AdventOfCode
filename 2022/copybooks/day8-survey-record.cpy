      *    survey schedule record (day8survey.dat), one per grid of
      *    day8master.dat by grid sequence. svy-last-date is the
      *    business date the grid was last surveyed, svy-surveyor who
      *    surveyed it and svy-interval the days allowed before it is
      *    due again. day8-upd stamps the record of every grid it
      *    changes; day8-survey records a survey that found no change
      *    and sets the interval. a grid is overdue once more than
      *    svy-interval days have passed since svy-last-date.
       01 svy-record.
           05 svy-grid pic 9(3).
           05 svy-last-date pic x(8).
           05 svy-surveyor pic x(20).
           05 svy-interval pic 9(4).
