               select EmergencyIssues
                       assign to "data\EmergencyIssues.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is eg-id
                       file status is EgStat.
