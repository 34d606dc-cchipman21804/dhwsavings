      *
       fd  clean-roster-file
           label records are standard.
       01  clean-roster-record             pic x(75).
      *
       fd  exception-list-file
           label records are standard.
