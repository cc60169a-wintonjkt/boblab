             PHONEMOBILE                    Char(20),                           
             EMAILADDRESS                   Char(100),                          
             CONTACTPREF                    CHAR(1),
             MARKETINGOPTOUT                CHAR(1),
             VULNCATEGORY                   CHAR(2),
             VULNREVIEWDATE                 DATE,
             VULNSETDATE                    DATE,
             DATEOFDEATH                    DATE,
             DEATHNOTIFIER                  CHAR(30),
             DEATHNOTIFIERREL               CHAR(12),
             DEATHNOTIFIED                  DATE
           ) END-EXEC.                                                          
                                                                                
           EXEC SQL DECLARE CUSTOMER_SECURE TABLE                               
             BROKERID         INTEGER,                                          
             BROKERSREFERENCE CHAR(10),                                         
             PAYMENT          INTEGER,                                          
             COMMISSION       SMALLINT,
             COMPULSORYEXCESS INTEGER,
             VOLUNTARYEXCESS  INTEGER
           ) END-EXEC.                                                          
                                                                                
           EXEC SQL DECLARE ENDOWMENT TABLE                                     
             TERM           SMALLINT,                                           
             SUMASSURED     INTEGER,                                            
             LIFEASSURED    CHAR(31),                                           
             PADDINGDATA    VARCHAR(32606),
             PAIDUP         CHAR(1),
             PAIDUPDATE     DATE,
             DEATHCLAIM     CHAR(1),
             DEATHCLAIMDATE DATE
           ) END-EXEC.                                                          
                                                                                
           EXEC SQL DECLARE HOUSE TABLE                                         
             WEATHERPERIL       SMALLINT             ,                          
             WEATHERPREMIUM     INTEGER              ,                          
             STATUS             SMALLINT             ,                          
             REJECTIONREASON    CHAR(255)            ,
             APPLICATIONNUM     INTEGER
           ) END-EXEC.                                                          
                                                                                
                                                                                
             STATUS         CHAR(1)
           ) END-EXEC.

           EXEC SQL DECLARE HANDLER TABLE
           ( HANDLERID      INTEGER NOT NULL,
             HANDLERNAME    CHAR(30),
             TEAMCODE       CHAR(4),
             POLICYTYPE     CHAR(1),
             TEAMLEADER     INTEGER,
             PAYAUTHORITY   INTEGER,
             RESERVEAUTHORITY INTEGER,
             LASTASSIGNED   TIMESTAMP,
             STATUS         CHAR(1)
           ) END-EXEC.

           EXEC SQL DECLARE CLAIM TABLE
           ( CLAIMNUMBER         INTEGER NOT NULL,                              
             POLICYNUMBER       INTEGER      NOT NULL,                          
             OBSERVATIONS       CHAR(255)            ,                          
             EVENTCODE          CHAR(8)              ,                          
             STATUS             CHAR(2)              ,                          
             STATUSREASON       CHAR(40)             ,
             EXCESS             INTEGER              ,
             HANDLERID          INTEGER
           ) END-EXEC.

           EXEC SQL DECLARE QUOTE TABLE

           EXEC SQL DECLARE PAYEE TABLE
           ( CUSTOMERNUMBER INTEGER NOT NULL,
             SORTCODE       CHAR(6),
             ACCOUNTNUMBER  CHAR(8),
             ACCOUNTNAME    CHAR(30),
             STATUS         CHAR(1),
             LASTCHANGED    DATE
           ) END-EXEC.

           EXEC SQL DECLARE SUPPLIER TABLE
           ( SUPPLIERID     INTEGER NOT NULL,
             SUPPLIERNAME   CHAR(30),
             SUPPLIERTYPE   CHAR(1),
             SORTCODE       CHAR(6),
             ACCOUNTNUMBER  CHAR(8),
             ACCOUNTNAME    CHAR(30),
             STATUS         CHAR(1)
           ) END-EXEC.

           EXEC SQL DECLARE CLAIMINV TABLE
           ( INVOICENUMBER  INTEGER NOT NULL,
             CLAIMNUMBER    INTEGER NOT NULL,
             SUPPLIERID     INTEGER NOT NULL,
             SUPPLIERREF    CHAR(15),
             INVOICEDATE    DATE,
             AMOUNT         INTEGER,
             CATEGORY       CHAR(1),
             STATUS         CHAR(1),
             PAIDDATE       DATE
           ) END-EXEC.

           EXEC SQL DECLARE BONUSHIST TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             BONUSYEAR      INTEGER NOT NULL,
             NEWVALUE       INTEGER
           ) END-EXEC.

           EXEC SQL DECLARE COMMSPLIT TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             SEQNO          SMALLINT NOT NULL,
             BROKERID       INTEGER NOT NULL,
             ROLE           CHAR(1),
             SHAREPCT       DECIMAL(5,2)
           ) END-EXEC.

           EXEC SQL DECLARE POLLOAN TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             STARTDATE      DATE,
             RATE           DECIMAL(5,2),
             PRINCIPAL      DECIMAL(11,2),
             INTEREST       DECIMAL(11,2),
             LASTACCRUED    DATE,
             STATUS         CHAR(1)
           ) END-EXEC.

           EXEC SQL DECLARE UNITHOLD TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             FUNDNAME       CHAR(10) NOT NULL,
             UNITS          DECIMAL(13,4),
             LASTDEALT      DATE,
             SOLDVALUE      DECIMAL(11,2)
           ) END-EXEC.

           EXEC SQL DECLARE MOTORDRIVER TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             DRIVERNUM      SMALLINT NOT NULL,
             FIRSTNAME      CHAR(10),
             LASTNAME       CHAR(20),
             DATEOFBIRTH    DATE,
             LICENCEDATE    DATE,
             RELATIONSHIP   CHAR(1),
             LASTCHANGED    TIMESTAMP NOT NULL
           ) END-EXEC.

           EXEC SQL DECLARE CONVICTION TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             DRIVERNUM      SMALLINT NOT NULL,
             OFFENCECODE    CHAR(6) NOT NULL,
             CONVICTIONDATE DATE NOT NULL,
             POINTS         SMALLINT
           ) END-EXEC.

           EXEC SQL DECLARE VEHICLEREF TABLE
           ( MAKE           CHAR(15) NOT NULL,
             MODEL          CHAR(15) NOT NULL,
             MODELYEAR      SMALLINT NOT NULL,
             MINCC          SMALLINT,
             MAXCC          SMALLINT,
             GUIDELOW       INTEGER,
             GUIDEHIGH      INTEGER,
             LOADDATE       DATE
           ) END-EXEC.

           EXEC SQL DECLARE NOTES TABLE
           ( NOTENUMBER     INTEGER NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             POLICYNUMBER   INTEGER,
             CLAIMNUMBER    INTEGER,
             CREATED        TIMESTAMP NOT NULL,
             OPERATORID     CHAR(8),
             NOTETEXT       CHAR(150),
             FOLLOWUPDATE   DATE,
             FOLLOWUPTEAM   CHAR(4),
             FOLLOWUPUSER   CHAR(8),
             FOLLOWUPDONE   DATE
           ) END-EXEC.

           EXEC SQL DECLARE CATEVENT TABLE
           ( EVENTCODE      CHAR(8) NOT NULL,
             EVENTNAME      CHAR(40),
             STARTDATE      DATE,
             ENDDATE        DATE
           ) END-EXEC.                                                          
                

           EXEC SQL DECLARE DOCARCHIVE TABLE
           ( DOCUMENTID     INTEGER NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             POLICYNUMBER   INTEGER,
             DOCTYPE        CHAR(8) NOT NULL,
             PRODUCEDDATE   DATE NOT NULL,
             PRODUCER       CHAR(8),
             CHANNEL        CHAR(5),
             LINECOUNT      INTEGER,
             REPRINTS       SMALLINT,
             LASTREPRINT    DATE
           ) END-EXEC.

           EXEC SQL DECLARE DOCLINE TABLE
           ( DOCUMENTID     INTEGER NOT NULL,
             LINENUMBER     INTEGER NOT NULL,
             LINETEXT       CHAR(120)
           ) END-EXEC.

           EXEC SQL DECLARE CLAUSELIB TABLE
           ( CLAUSECODE     CHAR(8) NOT NULL,
             LINENUMBER     SMALLINT NOT NULL,
             CLAUSETEXT     CHAR(70),
             LOADDATE       DATE
           ) END-EXEC.

           EXEC SQL DECLARE POLCLAUSE TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             CLAUSECODE     CHAR(8) NOT NULL,
             ATTACHDATE     DATE NOT NULL,
             SOURCE         CHAR(8)
           ) END-EXEC.

           EXEC SQL DECLARE POLVERSION TABLE
           ( POLICYNUMBER     INTEGER NOT NULL,
             VERSIONNUMBER    INTEGER NOT NULL,
             EFFECTIVEDATE    DATE NOT NULL,
             SUPERSEDEDDATE   DATE NOT NULL,
             CHANGETYPE       CHAR(1),
             SOURCE           CHAR(8),
             SAVEDAT          TIMESTAMP,
             CUSTOMERNUMBER   INTEGER NOT NULL,
             ISSUEDATE        DATE,
             EXPIRYDATE       DATE,
             POLICYTYPE       CHAR(1),
             LASTCHANGED      TIMESTAMP NOT NULL,
             BROKERID         INTEGER,
             BROKERSREFERENCE CHAR(10),
             PAYMENT          INTEGER,
             COMMISSION       SMALLINT,
             COMPULSORYEXCESS INTEGER,
             VOLUNTARYEXCESS  INTEGER
           ) END-EXEC.

           EXEC SQL DECLARE ENDOWVERSION TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             VERSIONNUMBER  INTEGER NOT NULL,
             EQUITIES       CHAR(1),
             WITHPROFITS    CHAR(1),
             MANAGEDFUND    CHAR(1),
             FUNDNAME       CHAR(10),
             TERM           SMALLINT,
             SUMASSURED     INTEGER,
             LIFEASSURED    CHAR(31),
             PAIDUP         CHAR(1),
             PAIDUPDATE     DATE,
             DEATHCLAIM     CHAR(1),
             DEATHCLAIMDATE DATE
           ) END-EXEC.

           EXEC SQL DECLARE HOUSEVERSION TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             VERSIONNUMBER  INTEGER NOT NULL,
             PROPERTYTYPE   CHAR(15),
             BEDROOMS       SMALLINT,
             VALUE          INTEGER,
             HOUSENAME      CHAR(20),
             HOUSENUMBER    CHAR(4),
             POSTCODE       CHAR(8)
           ) END-EXEC.

           EXEC SQL DECLARE MOTORVERSION TABLE
           ( POLICYNUMBER      INTEGER NOT NULL,
             VERSIONNUMBER     INTEGER NOT NULL,
             MAKE              CHAR(15),
             MODEL             CHAR(15),
             VALUE             INTEGER,
             REGNUMBER         CHAR(7),
             COLOUR            CHAR(8),
             CC                SMALLINT,
             YEAROFMANUFACTURE DATE,
             PREMIUM           INTEGER,
             ACCIDENTS         INTEGER
           ) END-EXEC.

           EXEC SQL DECLARE POLCHARGE TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             CHARGESEQ      INTEGER NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             CHARGETYPE     CHAR(4) NOT NULL,
             DUEDATE        DATE NOT NULL,
             COVERTO        DATE,
             AMOUNT         DECIMAL(9,2) NOT NULL,
             ALLOCATED      DECIMAL(9,2) NOT NULL,
             CLEAREDDATE    DATE
           ) END-EXEC.

           EXEC SQL DECLARE RCPTALLOC TABLE
           ( ALLOCDATE      DATE NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             SOURCE         CHAR(5) NOT NULL,
             REASON         CHAR(4) NOT NULL,
             POLICYNUMBER   INTEGER NOT NULL,
             CHARGESEQ      INTEGER NOT NULL,
             AMOUNT         DECIMAL(9,2) NOT NULL,
             ALLOCATEDAT    TIMESTAMP
           ) END-EXEC.

           EXEC SQL DECLARE POLRECV TABLE
           ( POLICYNUMBER   INTEGER NOT NULL,
             CUSTOMERNUMBER INTEGER NOT NULL,
             CHARGED        DECIMAL(11,2) NOT NULL,
             RECEIVED       DECIMAL(11,2) NOT NULL,
             OWED           DECIMAL(11,2) NOT NULL,
             OLDESTDUE      DATE,
             PAIDTO         DATE,
             LASTUPDATED    TIMESTAMP
           ) END-EXEC.
