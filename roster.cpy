      * surveyed cold-water temperature.
      *
           05  ro-region-code              pic x(3).
      *
      * Operator who fitted the measure (see opermast.cpy), spaces
      * when not keyed: a catalog measure is drawn off that
      * operator's van stock (see vanstock.cpy) when the household
      * is saved.
      *
           05  ro-operator-id              pic x(8).
