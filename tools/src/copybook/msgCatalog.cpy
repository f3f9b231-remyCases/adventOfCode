      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the operator message catalog
      *> (tools/data/msg_catalog): one
      *> "PROGRAM|CODE|SEVERITY|MEANING|PROBABLE CAUSE|ACTION" record
      *> per alert or event code a program raises, "*" comments and
      *> blanks skipped, so the night operator reads what a terse
      *> CALLFAIL or alert 0002 means and what to do about it instead
      *> of phoning the owner. CODE is the event code (CALLFAIL) or
      *> the alert's numeric code (a numeric code matches with or
      *> without its leading zeros); a PROGRAM of ALL covers every
      *> program raising that code - the day programs share their
      *> alert classes - and an entry naming the program wins over
      *> it. The same numeric codes double as the RETURN-CODE a tool
      *> hands back to OPSCONSOLE. The host declares
      *>     SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS MSGC-STATUS.
      *> with FD MsgCatalogFile / 01 MsgCatalogRecord PIC X(240),
      *> COPYs this into WORKING-STORAGE and msgCatalogLook.cpy into
      *> the PROCEDURE DIVISION, PERFORMs LoadMessageCatalog once,
      *> then per message fills MSGC-KEY-PROGRAM and MSGC-KEY-CODE and
      *> PERFORMs LookupMessage (MSGC-HIT is the entry, zero for
      *> none) or one of the Show paragraphs. A shop without the
      *> catalog file shows nothing extra, as before it existed.
       01 MSGC-STATUS PIC 99.
       01 MSGC-EOF PIC A.
       01 MSGC-LOADED PIC A VALUE 'N'.
           88 MSGC-AVAILABLE VALUE 'Y'.
       01 MSGC-LINE PIC X(240).
       01 MSGC-PROGRAM-TEXT PIC X(14).
       01 MSGC-CODE-TEXT PIC X(8).
       01 MSGC-SEV-TEXT PIC X(1).
       01 MSGC-MEANING-TEXT PIC X(60).
       01 MSGC-CAUSE-TEXT PIC X(60).
       01 MSGC-ACTION-TEXT PIC X(80).
       01 MSGC-TABLE.
           05 MSGC-COUNT PIC 9(3) VALUE 0.
           05 MSGC-ENTRY OCCURS 200 TIMES.
               10 MSGC-E-PROGRAM PIC X(14).
               10 MSGC-E-CODE PIC X(8).
               10 MSGC-E-SEVERITY PIC X(1).
               10 MSGC-E-MEANING PIC X(60).
               10 MSGC-E-CAUSE PIC X(60).
               10 MSGC-E-ACTION PIC X(80).
       01 MSGC-IDX PIC 9(3).
       01 MSGC-KEY-PROGRAM PIC X(14).
       01 MSGC-KEY-CODE PIC X(8).
       01 MSGC-HIT PIC 9(3).
       01 MSGC-WILD-HIT PIC 9(3).
      *> Code normalization work areas: "1", "01" and "0001" are the
      *> same alert code.
       01 MSGC-CODE-WORK PIC X(8).
       01 MSGC-CODE-LEN PIC 9(2).
       01 MSGC-CODE-NUM PIC 9(4).
