      *    canteen food map (reciept-food-map.dat). one line per
      *    register sku that is a canteen meal item, naming the
      *    food-master.dat code calorie-2 prices it at. a sale that
      *    rings any mapped sku asks for the elf it was served to.
      *    maintained from the register's product maintenance.
       01 fmap-record.
           05 fmap-sku pic x(8).
           05 fmap-food-code pic x(8).
