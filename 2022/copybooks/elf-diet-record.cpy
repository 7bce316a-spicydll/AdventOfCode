      *    elf dietary restriction (elf-diet.dat), one line per food
      *    an elf must not be given. diet-type 'F' excludes the single
      *    food-master code in diet-value; 'C' excludes every food whose
      *    food-record-cat is diet-value (PROTEIN, CARB, FAT or OTHER).
      *    maintained by elf-diet-maint; calorie-2 warns when an
      *    excluded food is logged for the elf and calorie-plan packs
      *    the elf's share from the foods left to it.
       01 diet-record.
           05 diet-elf-id pic 9(9).
           05 diet-type pic x(1).
           05 diet-value pic x(10).
