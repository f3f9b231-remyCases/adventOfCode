      *> flood-control folds so RUNPULL can gather one run's alerts.
       01 ALERT-P-RUNID PIC X(6).
       01 ALERT-RUNID PIC X(6).
      *> A brand-new alert is also handed to NOTIFY so its owner is
      *> actually told: this is NOTIFY's request layout
      *> (notifyRequest.cpy), linked back to the alert by its
      *> "FIRSTSTAMP/PROGRAM/KEY/CODE" identity.
       01 ALERT-NOTICE.
           05 ALERT-NOTICE-RECIPIENT PIC X(20).
           05 ALERT-NOTICE-SEVERITY PIC X(1).
           05 ALERT-NOTICE-SOURCE PIC X(12).
           05 ALERT-NOTICE-LINK PIC X(40).
           05 ALERT-NOTICE-TEXT PIC X(80).
