           PIC X(50).
