      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for walking the names in one directory through
      *> the C library (opendir/readdir/closedir), the way the spool
      *> capture already reaches open/dup. The host COPYs this into
      *> WORKING-STORAGE and dirListRead.cpy into PROCEDURE DIVISION,
      *> moves the directory to DIR-PATH, PERFORMs OpenDirList, then
      *> PERFORMs ReadDirEntry until DIR-AT-END - each call leaves one
      *> name in DIR-NAME ("." and ".." are skipped) and its kind in
      *> DIR-TYPE - and finishes with CloseDirList. A directory that
      *> cannot be opened reads as empty, with DIR-NOT-OPEN set. Names
      *> come back in directory order, not sorted. The entry layout is
      *> the GNU C library's (kind at byte 19, name from byte 20).
       01 DIR-PATH PIC X(80).
       01 DIR-PATH-Z PIC X(81).
       01 DIR-HANDLE USAGE POINTER.
       01 DIR-ENTRY-PTR USAGE POINTER.
       01 DIR-FIELD-PTR USAGE POINTER.
       01 DIR-COPY-PTR USAGE POINTER.
       01 DIR-NAME PIC X(256).
       01 DIR-TYPE PIC X.
           88 DIR-IS-FILE VALUE X"08" X"00".
           88 DIR-IS-DIR VALUE X"04".
       01 DIR-STATE PIC X VALUE 'N'.
           88 DIR-OPEN VALUE 'Y'.
           88 DIR-NOT-OPEN VALUE 'N'.
       01 DIR-EOF PIC X VALUE 'Y'.
           88 DIR-AT-END VALUE 'Y'.
       01 DIR-CALL-RC PIC S9(9) COMP-5.
