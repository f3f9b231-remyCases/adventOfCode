      *> with FD EventFile / 01 EventRecord PIC X(120), COPYs this into
      *> WORKING-STORAGE, fills EVENT-PROGRAM/EVENT-SEVERITY/
      *> EVENT-CODE/EVENT-MESSAGE and PERFORMs AppendOpsEvent
      *> (eventAppend.cpy). Each record also carries the audit hash
      *> chain as an eighth field (chainHash.cpy).
       01 EVENT-STATUS PIC 99.
       01 EVENT-STAMP-DATE PIC X(8).
       01 EVENT-STAMP-TIME PIC X(8).
      *> drivers), 0 outside a driven run, so RUNPULL can gather one
      *> run's events after the fact.
       01 EVENT-RUNID PIC X(6).
      *> Seventh field: the operator session (AOCSESSION, exported by
      *> SIGNON for OPSCONSOLE and the MAINCOB menu), zeros outside a
      *> signed-on session, so ACTIVITYREPORT can list what each
      *> session did.
       01 EVENT-SESSION PIC X(12).
       COPY "chainHash.cpy".
