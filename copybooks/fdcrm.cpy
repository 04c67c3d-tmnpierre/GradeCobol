           03 R-CRM-TEACHER    PIC X(13).
           03 R-CRM-SCALE      PIC X.
           03 R-CRM-PREREQ     PIC 9(03).
      *> 'O' = optional (bonus-only) course, 'R' = regular.
           03 R-CRM-TYPE       PIC X.
      *> Weekly teaching hours per section, for the staffing forecast
      *> (0 = not recorded).
           03 R-CRM-HOURS      PIC 9(02).
