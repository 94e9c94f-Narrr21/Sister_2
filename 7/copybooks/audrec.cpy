           PIC X(117).
