      *****************************************************************
      *  CTRPASS - long-term contractor pass record layout.
      *  One record per contractor who comes back on a regular
      *  pattern for weeks or months (cleaning, maintenance): who,
      *  for which host, the first and last day the pass is good
      *  for and the weekdays it is good on. Maintained at the desk
      *  by CtrPass, read by HelloWorld's overnight batch, which
      *  signs the contractor in on every allowed day of the window
      *  through the same checks as a pre-registration. The first
      *  three fields (name, purpose, host) match PREREG's widths;
      *  the batch moves a pass into VISITOR-IN-RECORD field by
      *  field - the layouts differ after the host, so never as a
      *  group.
      *****************************************************************
       01  CONTRACTOR-PASS-RECORD.
      *    as wide as VISITOR-IN-NAME, for the same reason - VldName
      *    must see the whole name, not a silently chopped one.
           05  PASS-NAME             PIC X(30).
           05  PASS-PURPOSE          PIC X(20).
      *    the sponsoring host - the employee who asked for the pass
      *    and who is told when it is about to run out.
           05  PASS-HOST             PIC X(20).
           05  PASS-COMPANY          PIC X(20).
      *    building the contractor works at - the SITEID of the desk
      *    that issued the pass.
           05  PASS-SITE             PIC X(02).
      *    validity window, YYYYMMDD, both days included.
           05  PASS-VALID-FROM       PIC 9(08).
           05  PASS-VALID-TO         PIC 9(08).
      *    one byte per weekday, Monday first: 'Y' = allowed that
      *    day, 'N' = not. Monday to Friday is 'YYYYYNN'.
           05  PASS-WEEKDAYS.
               10  PASS-DAY-ALLOWED  OCCURS 7 TIMES
                                     PIC X(01).
