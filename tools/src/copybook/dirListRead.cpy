      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Directory walk over DIR-PATH (see dirList.cpy).
       OpenDirList.
           SET DIR-NOT-OPEN TO TRUE
           MOVE 'Y' TO DIR-EOF
           MOVE LOW-VALUES TO DIR-PATH-Z
           MOVE DIR-PATH TO DIR-PATH-Z
           INSPECT DIR-PATH-Z REPLACING TRAILING SPACES BY LOW-VALUES
           CALL "opendir" USING BY REFERENCE DIR-PATH-Z
               RETURNING DIR-HANDLE
           IF DIR-HANDLE NOT EQUAL TO NULL
               SET DIR-OPEN TO TRUE
               MOVE 'N' TO DIR-EOF
           END-IF.

       ReadDirEntry.
           MOVE SPACES TO DIR-NAME
           MOVE SPACE TO DIR-TYPE
           IF DIR-NOT-OPEN
               MOVE 'Y' TO DIR-EOF
               NEXT SENTENCE
           END-IF
           PERFORM ReadOneDirEntry
           PERFORM ReadOneDirEntry
               UNTIL DIR-AT-END
               OR (DIR-NAME NOT EQUAL TO "." AND DIR-NAME NOT EQUAL TO "..").

       ReadOneDirEntry.
           MOVE SPACES TO DIR-NAME
           CALL "readdir" USING BY VALUE DIR-HANDLE
               RETURNING DIR-ENTRY-PTR
           IF DIR-ENTRY-PTR EQUAL TO NULL
               MOVE 'Y' TO DIR-EOF
               NEXT SENTENCE
           END-IF
           SET DIR-FIELD-PTR TO DIR-ENTRY-PTR
           SET DIR-FIELD-PTR UP BY 18
           CALL "memcpy" USING BY REFERENCE DIR-TYPE
               BY VALUE DIR-FIELD-PTR BY VALUE 1
               RETURNING DIR-COPY-PTR
           SET DIR-FIELD-PTR UP BY 1
           MOVE LOW-VALUES TO DIR-NAME
           CALL "strncpy" USING BY REFERENCE DIR-NAME
               BY VALUE DIR-FIELD-PTR BY VALUE 255
               RETURNING DIR-COPY-PTR
           INSPECT DIR-NAME REPLACING ALL LOW-VALUES BY SPACES.

       CloseDirList.
           IF DIR-OPEN
               CALL "closedir" USING BY VALUE DIR-HANDLE
                   RETURNING DIR-CALL-RC
               SET DIR-NOT-OPEN TO TRUE
           END-IF
           MOVE 'Y' TO DIR-EOF.
