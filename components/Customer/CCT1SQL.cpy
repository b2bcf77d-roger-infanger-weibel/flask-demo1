           DOCUMENT_TYPE CHAR(4) NOT NULL,
           CONTACT_CHANNEL CHAR(1) NOT NULL,
           CONTACT_DETAIL CHAR(60) NOT NULL,
           CONTACT_USER CHAR(8) NOT NULL,
           FILE_FREQUENCY CHAR(1) NOT NULL WITH DEFAULT
           )
           END-EXEC.
