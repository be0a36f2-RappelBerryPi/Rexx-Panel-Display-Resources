      *  KSDS AT ALL (OPEN STATUS 35) RUNS UNRESTRICTED WITH A
      *  JOB-LOG NOTE, SO BRINGING THE FILE UP IS A LOAD STEP, NOT A
      *  LOCKOUT.  SECURITY REVIEW FLAGGED THE OPEN OPTION 4 - THIS
      *  IS HOW IT CLOSES.  RECORDS ARE MAINTAINED THROUGH MENU
      *  OPTION 7 (4800-MAINTAIN-AUTHORIZATION, SAMPLOGC) BY A USERID
      *  THAT ITSELF HOLDS OPTION 7 - A SECURITY ADMINISTRATOR - AND
      *  EVERY ADD/CHANGE/REVOKE IS AUDITED WITH BEFORE AND AFTER
      *  IMAGES.  THE FIRST ADMINISTRATOR RECORD IS STILL A LOAD STEP.
      *  SAMPAUTL PRINTS THE FULL ENTITLEMENT LISTING.
      ******************************************************************
       01  AUTH-RECORD.
           05  AUTH-USERID                   PIC X(08).
