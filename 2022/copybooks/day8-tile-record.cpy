      *    survey tile position record (day8tiles.dat), one per grid
      *    of day8master.dat. tile-grid is the grid's place in the
      *    master (1 = first grid), tile-row and tile-col where the
      *    crew's tile sits in the forest, 1,1 at the north-west
      *    corner. day8 run in stitch mode lays the tiles out by
      *    these positions; tiles in one tile row must have the
      *    same number of rows and tiles in one tile column the
      *    same number of columns, and the layout must be complete.
       01 tile-record.
           05 tile-grid pic 9(3).
           05 tile-row pic 9(2).
           05 tile-col pic 9(2).
