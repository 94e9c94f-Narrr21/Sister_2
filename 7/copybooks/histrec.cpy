           PIC X(108).
