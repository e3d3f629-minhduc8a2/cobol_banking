       PROGRAM-ID. CONTACT_PREF_MAINT.

      *> Contact preference maintenance: records how a customer may
      *> be contacted (mail / email / hold-all), whether their
      *> mail has been coming back undeliverable, and whether they
      *> have opted out of marketing offers. LETTER_ENGINE and
      *> the collections letters consult this before printing
      *> anything to USER-REC-ADDRESS.

       01 WS-USER-ID       PIC 9(10).
       01 WS-CHANNEL       PIC X(01).
       01 WS-BAD-ADDRESS   PIC X(01).
       01 WS-OPT-OUT       PIC X(01).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.

               NOT INVALID KEY
                   DISPLAY "Current channel: " CP-CHANNEL
                       "  bad address: " CP-BAD-ADDRESS
                       "  marketing opt-out: " CP-MARKETING-OPT-OUT
           END-READ
           DISPLAY "Channel ([M]ail / [E]mail / [H]old-all): "
           ACCEPT WS-CHANNEL
           IF WS-BAD-ADDRESS NOT = "Y"
               MOVE "N" TO WS-BAD-ADDRESS
           END-IF
           DISPLAY "Opted out of marketing offers? (Y/N): "
           ACCEPT WS-OPT-OUT
           IF WS-OPT-OUT NOT = "Y"
               MOVE "N" TO WS-OPT-OUT
           END-IF
           MOVE WS-USER-ID     TO CP-USER-ID
           MOVE WS-CHANNEL     TO CP-CHANNEL
           MOVE WS-BAD-ADDRESS TO CP-BAD-ADDRESS
           MOVE WS-OPT-OUT     TO CP-MARKETING-OPT-OUT
           MOVE WS-BUSINESS-DATE TO CP-UPDATED-DATE
           WRITE CONTACT-PREF-RECORD
               INVALID KEY
           END-WRITE
           CLOSE CONTACT-PREF-FILE
           DISPLAY "Preference saved: channel " WS-CHANNEL
               ", bad address " WS-BAD-ADDRESS
               ", marketing opt-out " WS-OPT-OUT "."
           GOBACK.
