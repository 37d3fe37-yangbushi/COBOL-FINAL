      * under the AUDPKG_ prefix -- the prefix IS the package.
      *==============================================================
       FD  PACKAGE-FILE-OUT.
       01  PACKAGE-RECORD-OUT   PIC X(440).

       FD  MANIFEST-FILE-OUT.
       01  MANIFEST-RECORD-OUT  PIC X(90).
