       01  steps-snap-line     PIC X(95).

       FD  queue-snap-file.
       01  queue-snap-line     PIC X(201).

       FD  history-snap-file.
       01  history-snap-line   PIC X(95).

       FD  stamp-file.
       01  stamp-line          PIC X(40).
