           SELECT PORTALSAL ASSIGN TO "PORTAL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-PORTALSAL.
