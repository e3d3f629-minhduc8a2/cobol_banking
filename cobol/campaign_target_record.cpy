      *>  Shared layout for CAMPAIGN-TARGET-FILE: one row per customer
      *>  selected for a campaign by CAMPAIGN_LIST_BUILD, kept so
      *>  CAMPAIGN_RESPONSE can record which of them took up the
      *>  promoted product inside the response window.
       01 CAMPAIGN-TARGET-RECORD.
           05 CT-KEY.
               10 CT-CAMPAIGN-ID   PIC X(10).
               10 CT-USER-ID       PIC 9(10).
           05 CT-SELECTED-DATE     PIC 9(8).
           05 CT-AVG-BALANCE       PIC S9(10)V99.
           05 CT-RESPONDED         PIC X(01) VALUE "N".
               88 CT-HAS-RESPONDED VALUE "Y".
           05 CT-RESPONSE-DATE     PIC 9(8).
