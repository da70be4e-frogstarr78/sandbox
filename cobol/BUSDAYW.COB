      ******************************************************************
      *                                                                *
      *        B U S I N E S S   D A Y   P A R A M E T E R   A R E A   *
      *                                                                *
      ******************************************************************
      *
      * Caller-to-LNBUSDAY parameter area.  LNBUSDAY is the shared
      * date service: every program that has to know whether a date
      * is a business day, or how far past a due date the run is in
      * business days, asks it instead of comparing dates itself.  A
      * business day is a Monday through Friday that is not on the
      * HOLCAL holiday calendar.  All dates are CCYYMMDD, and
      * DS-DAY-OF-WEEK runs 1 for Monday through 7 for Sunday.
      *
      * DS-FUNCTION:
      *    C  -  CHECK DS-DATE.  DS-BUSINESS-SWITCH, DS-DAY-OF-WEEK
      *          AND (FOR A HOLIDAY) DS-HOLIDAY-DESC COME BACK.
      *    N  -  NEXT BUSINESS DAY.  DS-RESULT-DATE COMES BACK AS
      *          DS-DATE ITSELF IF IT IS A BUSINESS DAY, OTHERWISE
      *          THE FIRST BUSINESS DAY AFTER IT -- THE DAY A DUE
      *          DATE FALLING ON A WEEKEND OR HOLIDAY IS HONORED
      *          THROUGH.
      *    P  -  PAST DUE.  DS-DATE IS THE DUE DATE AND
      *          DS-AS-OF-DATE THE RUN DATE.  DS-RESULT-DATE COMES
      *          BACK AS THE HONORED DUE DATE (AS FOR N), AND
      *          DS-BUS-DAYS AS THE NUMBER OF BUSINESS DAYS AFTER IT
      *          UP TO AND INCLUDING THE AS-OF DATE.  COUNTING STOPS
      *          AT DS-DAY-LIMIT WHEN THE CALLER SETS ONE (ZERO MEANS
      *          COUNT THEM ALL, UP TO 999).
      *
      * DS-STATUS comes back:
      *    00  -  ANSWERED
      *    ID  -  DS-DATE IS NOT A VALID DATE.  NOTHING IS LOOKED UP:
      *           DS-RESULT-DATE IS DS-DATE UNCHANGED, AND FOR P,
      *           DS-BUS-DAYS IS 1 IF THE AS-OF DATE IS PAST IT, SO
      *           THE CALLER FALLS BACK TO THE PLAIN CALENDAR COMPARE
      *    IF  -  DS-FUNCTION IS NOT C, N OR P
      *
        01  BUSINESS-DAY-PARM-AREA.
           03  DS-FUNCTION             PIC  X(01).
               88  DS-FUNC-CHECK               VALUE "C".
               88  DS-FUNC-NEXT                VALUE "N".
               88  DS-FUNC-PAST-DUE            VALUE "P".
           03  DS-DATE                 PIC  9(08).
           03  DS-AS-OF-DATE           PIC  9(08).
           03  DS-DAY-LIMIT            PIC  9(03).
           03  DS-RESULT-DATE          PIC  9(08).
           03  DS-BUS-DAYS             PIC  9(03).
           03  DS-DAY-OF-WEEK          PIC  9(01).
               88  DS-WEEKEND                  VALUE 6 7.
           03  DS-BUSINESS-SWITCH      PIC  X(01).
               88  DS-BUSINESS-DAY             VALUE "Y".
               88  DS-NON-BUSINESS-DAY         VALUE "N".
           03  DS-HOLIDAY-DESC         PIC  X(30).
           03  DS-STATUS               PIC  X(02).
               88  DS-ANSWERED                 VALUE "00".
               88  DS-INVALID-DATE             VALUE "ID".
