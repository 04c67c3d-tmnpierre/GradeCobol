      *> SELECT clause for F-FORECAST, the next-year staffing
      *> forecast -- written only by staff-forecast.cbl.
           SELECT F-FORECAST
               ASSIGN TO DYNAMIC WS-FILE-FORECAST-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FORECAST-STATUS.
