      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> One outbound notification, passed on CALL 'NOTIFY' USING
      *> NOTIFY-REQUEST. NOTIFY formats it into the notification
      *> outbox (results/notify_outbox) for the paging and mail
      *> gateway to collect. RECIPIENT spaces goes to OPERATIONS;
      *> SEVERITY E pages, anything else mails. LINK is the key back
      *> to what raised it - for an alert "FIRSTSTAMP/PROGRAM/KEY/
      *> CODE", the alert's own identity in results/alerts.log.
      *> alertFile.cpy carries the same layout as ALERT-NOTICE for the
      *> day programs, which see only their year's copybooks.
       01 NOTIFY-REQUEST.
           05 NOTIFY-RECIPIENT PIC X(20).
           05 NOTIFY-SEVERITY PIC X(1).
           05 NOTIFY-SOURCE PIC X(12).
           05 NOTIFY-LINK PIC X(40).
           05 NOTIFY-TEXT PIC X(80).
