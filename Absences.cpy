      *> PERIOD: "SICK" GETS THE KARENSAVDRAG ON DAY 1, 80% SJUKLON
      *> (A 20% DEDUCTION) FOR DAYS 2-14 AND A FULL DEDUCTION FROM
      *> DAY 15 (FORSAKRINGSKASSAN PAYS FROM THERE); EVERY OTHER
      *> TYPE ("UNPD" UNPAID LEAVE, "VAB" CARE OF CHILD, "FORL"
      *> PARENTAL LEAVE - FORALDRALEDIGHET) IS A FULL DEDUCTION FOR
      *> EVERY ABSENT DAY. "DSJK" IS PART-TIME SICK LEAVE
      *> (DELTIDSSJUKSKRIVNING) - THE SICK RULES AT THE SPELL'S
      *> EXTENT, WHICH IT MUST CARRY. "SEM" (VACATION) DEDUCTS
      *> NOTHING - IT IS PAID LEAVE - BUT COUNTS THE DAYS AGAINST
      *> THE VacationBalance POSITION. "KOMP" (COMPENSATORY TIME
      *> OFF - KOMPLEDIGHET) DEDUCTS NOTHING EITHER; ITS SCHEDULED
      *> HOURS DRAW THE CompTimeBank DOWN, AND AN HOURLY EMPLOYEE
      *> IS PAID THEM. EVERY DEDUCTION AND COUNT IS
      *> OF SCHEDULED TIME ONLY - THE HOURS THE EMPLOYEE'S
      *> WorkSchedule HAD THEM WORKING ON THE ABSENT DAYS.
      *> ExtentUnit/ExtentValue: HOW MUCH OF EACH DAY THE SPELL
      *> TAKES. "P" = ExtentValue PERCENT OF THE DAY'S SCHEDULED
      *> HOURS (25, 50, 75 ...), "H" = ExtentValue HOURS A DAY
      *> (CAPPED AT THE DAY'S SCHEDULED HOURS - LEAVING AT LUNCH
      *> FOR VAB). BLANK/NULL = THE WHOLE DAY, AS BEFORE THE
      *> COLUMNS EXISTED.
      *> -------------------------------------------
           EXEC SQL DECLARE Absences TABLE
           ( AbsenceId            int
           , AbsenceType          char(4)      NOT NULL
           , FromDate             int          NOT NULL
           , ToDate               int          NOT NULL
           , ExtentUnit           char(1)
           , ExtentValue          decimal(5,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Absences
             88 Absences-Type-Unpaid          VALUE "UNPD".
             88 Absences-Type-ChildCare       VALUE "VAB".
             88 Absences-Type-Vacation        VALUE "SEM".
             88 Absences-Type-Parental        VALUE "FORL".
             88 Absences-Type-PartSick        VALUE "DSJK".
             88 Absences-Type-CompTime        VALUE "KOMP".
             88 Absences-Sick-Rules           VALUE "SICK" "DSJK".
           03 Absences-FromDate               PIC 9(8).
           03 Absences-ToDate                 PIC 9(8).
           03 Absences-ExtentUnit             PIC X(1).
             88 Absences-Extent-Full          VALUE " ".
             88 Absences-Extent-Percent       VALUE "P".
             88 Absences-Extent-Hours         VALUE "H".
           03 Absences-ExtentValue            PIC S9(3)V9(2) COMP-3.
