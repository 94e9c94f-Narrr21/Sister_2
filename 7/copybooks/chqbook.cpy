           PIC X(34).
