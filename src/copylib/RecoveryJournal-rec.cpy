               02 rj-refID pic 9(6).
               02 rj-date pic 9(8).
               02 rj-time pic x(8).
               02 rj-employeeID pic x(8).
