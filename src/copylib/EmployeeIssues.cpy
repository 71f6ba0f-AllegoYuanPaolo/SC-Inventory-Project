               select EmployeeIssues
                       assign to "data\EmployeeIssues.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is EiStat.
