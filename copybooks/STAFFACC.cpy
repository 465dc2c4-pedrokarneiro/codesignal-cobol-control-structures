      *                                                               *
      *    ONE ROW PER ACCOUNT OWNED BY AN EMPLOYEE, MAINTAINED BY    *
      *    HR. READ BY INQUIRYAUDITREPORT, WHICH FLAGS REPEATED       *
      *    INQUIRIES AGAINST THESE ACCOUNTS FOR REVIEW, AND BY        *
      *    STAFFSELFDEALINGREPORT, WHICH FLAGS AN EMPLOYEE'S ACTIONS  *
      *    ON THEIR OWN OR THEIR HOUSEHOLD'S ACCOUNTS. THE EMPLOYEE   *
      *    ID IS THE EMPLOYEE'S SIGN-ON OPERATOR ID.                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
