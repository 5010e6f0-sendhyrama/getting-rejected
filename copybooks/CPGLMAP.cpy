      ******************************************************************
      * CPGLMAP  -  GL ACCOUNT MAPPING REFERENCE RECORD               *
      *                                                               *
      *  ONE RECORD PER REQUEST-TYPE CODE, NAMING THE EXPENSE         *
      *  ACCOUNT AN ACCEPTED REQUEST OF THAT TYPE IS CHARGED TO AND   *
      *  THE OFFSET ACCOUNT THE CREDIT SIDE POSTS TO.  THE RJGLJRN    *
      *  STEP DEBITS THE EXPENSE ACCOUNT AND CREDITS THE OFFSET FOR   *
      *  EACH ACCEPT OR RELEASE, AND THE REVERSE FOR A CANCELLATION;  *
      *  THE COST CENTER COMES FROM THE REQUESTER'S DEPARTMENT.  A    *
      *  TYPE WITH NO RECORD HERE IS AN EXCEPTION THAT FAILS THE      *
      *  STEP - THERE IS NO SUSPENSE ACCOUNT.  MAINTAINED BY THE      *
      *  RJGLMT PROGRAM.                                              *
      ******************************************************************
       01  GLM-RECORD.
           05  GLM-TYPE-CODE               PIC X(02).
           05  GLM-EXPENSE-ACCOUNT         PIC X(10).
           05  GLM-OFFSET-ACCOUNT          PIC X(10).
           05  GLM-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(08).
