           PIC X(63).
