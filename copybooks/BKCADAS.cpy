000010*****************************************************************
000020*  BKCADAS.CPY                                                  *
000030*  ACCOUNT REGISTRATION FEED RECORD - THE DAILY CADASTRO FILE   *
000040*  THAT OPENS ACCOUNTS AHEAD OF THEIR FIRST POSTING, READ BY    *
000050*  BOOK-CADASTRO. A 'HDR' LINE FIRST (THE FEED'S DATE AND       *
000060*  SEQUENCE), ONE 'DET' LINE PER ACCOUNT, A 'TRL' LINE LAST     *
000070*  (THE DETAIL COUNT THE SENDER CLAIMS). ALL FIELDS ARE USAGE   *
000080*  DISPLAY, FIXED COLUMNS:                                      *
000090*    CAD-CONTA            THE ACCOUNT NUMBER THE FEEDS WILL USE;*
000100*    CAD-NOME             THE HOLDER'S NAME;                    *
000110*    CAD-CPF              THE HOLDER'S CPF, ELEVEN DIGITS WITH  *
000120*                         ITS TWO CHECK DIGITS;                 *
000130*    CAD-DATA-NASCIMENTO  AAAAMMDD - IDADE IS DERIVED FROM IT;  *
000140*    CAD-ENDERECO         STREET, CITY, STATE AND CEP;          *
000150*    CAD-PRODUTO          CCO CONTA CORRENTE, POU POUPANCA,     *
000160*                         SAL CONTA SALARIO, INV INVESTIMENTO.  *
000170*-----------------------------------------------------------------
000180*  MOD LOG
000190*  DATE       WHO   DESCRIPTION
000200*  ---------- ----  ---------------------------------------------
000210*  2026-10-15 RPS   ORIGINAL VERSION.
000220*****************************************************************
000230 01  REGISTRO-CADASTRO.
000240     03  CAD-TIPO-REGISTRO         PIC X(003).
000250         88  CAD-TIPO-HEADER                VALUE 'HDR'.
000260         88  CAD-TIPO-DETALHE               VALUE 'DET'.
000270         88  CAD-TIPO-TRAILER               VALUE 'TRL'.
000280     03  CAD-DADOS                 PIC X(242).
000290     03  CAD-DADOS-DETALHE REDEFINES CAD-DADOS.
000300         05  CAD-CONTA             PIC 9(010).
000310         05  CAD-NOME              PIC X(100).
000320         05  CAD-CPF               PIC X(011).
000330         05  CAD-CPF-DIGITOS REDEFINES CAD-CPF.
000340             07  CAD-CPF-DIGITO    PIC 9(001) OCCURS 11 TIMES.
000350         05  CAD-DATA-NASCIMENTO   PIC 9(008).
000360         05  CAD-ENDERECO.
000370             07  CAD-LOGRADOURO    PIC X(060).
000380             07  CAD-CIDADE        PIC X(040).
000390             07  CAD-UF            PIC X(002).
000400             07  CAD-CEP           PIC 9(008).
000410         05  CAD-PRODUTO           PIC X(003).
000420             88  CAD-PRODUTO-VALIDO         VALUE 'CCO' 'POU'
000430                                                  'SAL' 'INV'.
000440     03  CAD-DADOS-HEADER REDEFINES CAD-DADOS.
000450         05  CAD-DATA-MOVIMENTO    PIC 9(008).
000460         05  CAD-SEQUENCIA-ARQUIVO PIC 9(006).
000470         05  FILLER                PIC X(228).
000480     03  CAD-DADOS-TRAILER REDEFINES CAD-DADOS.
000490         05  CAD-QTDE-REGISTROS    PIC 9(009).
000500         05  FILLER                PIC X(233).
